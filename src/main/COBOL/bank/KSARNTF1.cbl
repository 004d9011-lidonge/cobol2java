      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSARNTF1".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSARNTF1                                *
      * DESCRIPTION........: MOVEMENT NOTIFICATION DISPATCH          *
      *                      动账通知批量发送:先读渠道网关上批回执,  *
      *                      投递失败的回写订阅渠道失败次数并列失败   *
      *                      报告;再按账号+明细号顺序扫描通知队列,    *
      *                      订阅有效时逐渠道按借贷方向与起通知金额   *
      *                      判断,命中的写发送文件交渠道网关,处理     *
      *                      后出队.每户按中央价目(服务代码MOVNTF)    *
      *                      以发送条数计收通知费,豁免规则命中即免    *
      *                      收;实收登记开票登记簿(SAINVREG).通知费   *
      *                      明细本身不再入通知队列                   *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSANTQD   SANTFQUE       R/D                                 *
      * BSANTSD   SANTFSUB       R/U (回执失败计数)                  *
      * BSAACND   SAACNACN       R/U (收费明细数)                    *
      * BSAACND   SAACNAMT       R/U (收费)                          *
      * BSAACND   SAACNTXN       I   (收费明细)                      *
      * BSATRFD   SATRFTBL       R                                   *
      * BSAINVD   SAINVREG       I   (收费)                          *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
      * ------------------------------------------------------------ *
      *                                                              *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    渠道网关回执:上批发送文件逐条投递结果,可为空文件
           SELECT RCP-FILE             ASSIGN TO NTFRCPIN
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT OUT-FILE             ASSIGN TO NTFOUTF
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE             ASSIGN TO NTFRPTOT
                                       ORGANIZATION IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  RCP-FILE.
       01  RCP-REC.
           05  RCP-ACCT-NO             PIC X(32).
           05  RCP-DET-NO-N            PIC 9(07).
      *    1-短信 2-电子邮件 3-APP推送
           05  RCP-CHN-NO              PIC 9(01).
           05  RCP-CONTACT             PIC X(60).
      *    0-投递成功 其他-失败
           05  RCP-RESULT              PIC X(01).
           05  RCP-REASON              PIC X(40).
           05  FILLER                  PIC X(19).
      *    发送文件:渠道网关按要素组装通知文本
       FD  OUT-FILE.
       01  OUT-REC.
           05  OUT-CHN-NO              PIC 9(01).
           05  OUT-CONTACT             PIC X(60).
           05  OUT-ACCT-NO             PIC X(32).
           05  OUT-DET-NO-N            PIC 9(07).
           05  OUT-CURR-COD            PIC X(03).
           05  OUT-TX-DT               PIC X(08).
           05  OUT-TX-TM               PIC X(08).
      *        D-支出 C-存入
           05  OUT-DRCR-FLG            PIC X(01).
           05  OUT-AMT                 PIC -(13)9.99.
           05  OUT-BAL                 PIC -(13)9.99.
           05  OUT-DSCRP-COD           PIC X(04).
           05  OUT-RMRK                PIC X(62).
           05  OUT-EC-FLG              PIC X(01).
           05  OUT-OP-CUST-NAME        PIC X(120).
           05  FILLER                  PIC X(20).
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
       01  MEMCONST.
           COPY                        MEMCONST.
       01 SAACNACN.
          COPY                         SAACNACN.
       01 SAACNAMT.
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
           COPY                        APPAREA.
       01  WK-NTS-IX                   PIC 9(02) COMP.
       01  WK-AREA.
           05  WK-BUSN-DT              PIC X(08).
           05  WK-RCP-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-RCP-FAIL-CNT         PIC 9(07) VALUE ZEROS.
           05  WK-QUE-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-MSG-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-FEE-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-RCP-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-RCP-EOF                    VALUE 'Y'.
           05  WK-QUE-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-QUE-EOF                    VALUE 'Y'.
      *    当前账户:订阅有效标志/本户发送条数/账户档已取标志
           05  WK-CUR-ACCT-NO          PIC X(32) VALUE SPACES.
           05  WK-SUB-FLG              PIC X(01).
               88  WK-SUB-ACTIVE                 VALUE 'Y'.
           05  WK-ACN-FLG              PIC X(01).
               88  WK-ACN-FOUND                  VALUE 'Y'.
           05  WK-ACCT-MSG-CNT         PIC 9(05).
      *    本条明细发生额(取绝对值与起通知金额比较)与方向
           05  WK-NTF-AMT              PIC S9(16)V9(2) COMP-3.
           05  WK-NTF-DRCR             PIC X(01).
      *    通知费:价目已取标志/费用币钞键/本户应收金额
           05  WK-TRF-LOAD-FLG         PIC X(01) VALUE 'N'.
               88  WK-TRF-LOADED                 VALUE 'Y'.
           05  WK-SAACNAMT-KEY.
               10  WK-CURR-COD         PIC X(03).
               10  WK-CURR-IDEN        PIC X(01).
           05  WK-FEE-AMT              PIC S9(16)V9(2) COMP-3.
      *    通知费流水号:程序名+营业日+笔次,供退费按流水定位
           05  WK-FEE-LOG-NO.
               10  FILLER              PIC X(08) VALUE 'KSARNTF1'.
               10  WK-FEE-LOG-DT       PIC X(08).
               10  WK-FEE-LOG-SEQ      PIC 9(08).
       01  RPT-FAIL.
           05  FILLER                  PIC X(13) VALUE '投递失败 '.
           05  RPT-F-ACCT-NO           PIC X(32).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-F-DET-NO-N          PIC 9(07).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-F-CHN-NO            PIC 9(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-F-CONTACT           PIC X(27).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-F-FAIL-CNT          PIC ZZZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-F-REASON            PIC X(40).
           05  FILLER                  PIC X(02) VALUE SPACES.
      ****************************************************************
       PROCEDURE DIVISION.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-RCP-LOOP-RTN UNTIL WK-RCP-EOF.
           PERFORM 3000-OPEN-QUE-RTN.
           PERFORM 3100-QUE-LOOP-RTN UNTIL WK-QUE-EOF.
           PERFORM 4000-CHARGE-ACCT-RTN.
           PERFORM 9000-END-RTN.
           STOP RUN.

       1000-INIT-RTN.
           ACCEPT WK-BUSN-DT           FROM DATE YYYYMMDD.
           OPEN INPUT                  RCP-FILE.
           OPEN OUTPUT                 OUT-FILE
                                       RPT-FILE.
           PERFORM 1100-LOAD-TRF-RTN.
           READ RCP-FILE
             AT END SET WK-RCP-EOF     TO TRUE
           END-READ.

      *    通知费价目:取中央价目表MOVNTF,未定价/停用即免收
       1100-LOAD-TRF-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SATRFTBL.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSATRFD'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SATRFTBL'             TO DBI-SEGMENT-NAME(1).
           MOVE 'MOVNTF'               TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SATRFTBL
                                 AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND AND
              SA-TRF-STS = '0' AND
              SA-TRF-PRICE > ZEROS
           THEN
             SET WK-TRF-LOADED         TO TRUE
             MOVE SA-TRF-CURR-COD      TO WK-CURR-COD
             IF SA-TRF-CURR-COD = C-CM-RMB-COD
             THEN
               MOVE C-SA-RMB-CURR-IDEN TO WK-CURR-IDEN
             ELSE
               MOVE C-CM-EXC-ID        TO WK-CURR-IDEN
             END-IF
           END-IF.

      *    回执:失败的回写订阅渠道失败次数/最近失败日并列报告;
      *    订阅已删或渠道号非法的只列报告
       2000-RCP-LOOP-RTN.
           ADD 1                       TO WK-RCP-CNT.
           IF RCP-RESULT NOT = '0'
           THEN
             ADD 1                     TO WK-RCP-FAIL-CNT
             MOVE ZEROS                TO RPT-F-FAIL-CNT
             IF RCP-CHN-NO NUMERIC AND
                RCP-CHN-NO >= 1 AND RCP-CHN-NO <= 3
             THEN
               PERFORM 2100-MARK-FAIL-RTN
             END-IF
             MOVE RCP-ACCT-NO          TO RPT-F-ACCT-NO
             MOVE RCP-DET-NO-N         TO RPT-F-DET-NO-N
             MOVE RCP-CHN-NO           TO RPT-F-CHN-NO
             MOVE RCP-CONTACT          TO RPT-F-CONTACT
             MOVE RCP-REASON           TO RPT-F-REASON
             WRITE RPT-LINE            FROM RPT-FAIL
           END-IF.
           READ RCP-FILE
             AT END SET WK-RCP-EOF     TO TRUE
           END-READ.

       2100-MARK-FAIL-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SANTFSUB.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSANTSD'              TO DBI-DB-NAME.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           MOVE 'SANTFSUB'             TO DBI-SEGMENT-NAME(1).
           MOVE RCP-ACCT-NO            TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SANTFSUB
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           MOVE RCP-CHN-NO             TO WK-NTS-IX.
      *    接收地址已改的旧地址回执不计入现渠道
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND AND
              SA-NTS-CONTACT(WK-NTS-IX) = RCP-CONTACT
           THEN
             ADD 1                     TO SA-NTS-FAIL-CNT(WK-NTS-IX)
             MOVE WK-BUSN-DT           TO
                                       SA-NTS-LST-FAIL-DT(WK-NTS-IX)
             MOVE SA-NTS-FAIL-CNT(WK-NTS-IX)
                                       TO RPT-F-FAIL-CNT
             INITIALIZE                PDBIMAIN
             MOVE 'BSANTSD'            TO DBI-DB-NAME
             MOVE FT-REPL              TO DBI-FT-NAME
             MOVE 'SANTFSUB'           TO DBI-SEGMENT-NAME(1)
             CALL 'GDBIMAIN' USING     PDBIMAIN
                                       SANTFSUB
                                       AIF-AREA
             PERFORM 9900-CHECK-DBI-RTN
           END-IF.

       3000-OPEN-QUE-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SANTFQUE.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSANTQD'              TO DBI-DB-NAME.
           MOVE FT-GHN                 TO DBI-FT-NAME.
           MOVE 'SANTFQUE'             TO DBI-SEGMENT-NAME(1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SANTFQUE
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-QUE-EOF            TO TRUE
           END-IF.

      *    队列按账号+明细号有序:换户时先结上户通知费再取新户
      *    订阅与账户档;逐渠道判断发送后本条出队
       3100-QUE-LOOP-RTN.
           ADD 1                       TO WK-QUE-CNT.
           IF SA-NTQ-ACCT-NO NOT = WK-CUR-ACCT-NO
           THEN
             PERFORM 4000-CHARGE-ACCT-RTN
             PERFORM 3200-GET-ACCT-RTN
           END-IF.
           IF WK-SUB-ACTIVE
           THEN
             IF SA-NTQ-DR-AMT NOT = ZEROS
             THEN
               MOVE 'D'                TO WK-NTF-DRCR
               MOVE SA-NTQ-DR-AMT      TO WK-NTF-AMT
             ELSE
               MOVE 'C'                TO WK-NTF-DRCR
               MOVE SA-NTQ-CR-AMT      TO WK-NTF-AMT
             END-IF
             IF WK-NTF-AMT < ZEROS
             THEN
               COMPUTE WK-NTF-AMT = ZEROS - WK-NTF-AMT
             END-IF
             MOVE 1                    TO WK-NTS-IX
             PERFORM 3300-CHECK-CHN-RTN
                     UNTIL WK-NTS-IX > 3
           END-IF.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSANTQD'              TO DBI-DB-NAME.
           MOVE FT-DLET                TO DBI-FT-NAME.
           MOVE 'SANTFQUE'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SANTFQUE
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSANTQD'              TO DBI-DB-NAME.
           MOVE FT-GHN                 TO DBI-FT-NAME.
           MOVE 'SANTFQUE'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SANTFQUE
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-QUE-EOF            TO TRUE
           END-IF.

      *    入队后撤销订阅的不再发送,仍出队
       3200-GET-ACCT-RTN.
           MOVE SA-NTQ-ACCT-NO         TO WK-CUR-ACCT-NO.
           MOVE ZEROS                  TO WK-ACCT-MSG-CNT.
           MOVE 'N'                    TO WK-SUB-FLG.
           MOVE 'N'                    TO WK-ACN-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SANTFSUB.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSANTSD'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SANTFSUB'             TO DBI-SEGMENT-NAME(1).
           MOVE WK-CUR-ACCT-NO         TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SANTFSUB
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND AND
              SA-NTS-STS = '0'
           THEN
             SET WK-SUB-ACTIVE         TO TRUE
           END-IF.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNACN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE WK-CUR-ACCT-NO         TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNACN
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND
           THEN
             SET WK-ACN-FOUND          TO TRUE
           END-IF.

      *    渠道开通且有接收地址;方向D只通知支出,C只通知存入,
      *    B双向;发生额不低于起通知金额
       3300-CHECK-CHN-RTN.
           IF SA-NTS-CHN-FLG(WK-NTS-IX) = '1' AND
              SA-NTS-CONTACT(WK-NTS-IX) NOT = SPACES AND
              ( SA-NTS-DRCR-OPT(WK-NTS-IX) = 'B' OR
                SA-NTS-DRCR-OPT(WK-NTS-IX) = WK-NTF-DRCR ) AND
              WK-NTF-AMT >= SA-NTS-MIN-AMT(WK-NTS-IX)
           THEN
             PERFORM 3310-WRITE-OUT-RTN
           END-IF.
           ADD 1                       TO WK-NTS-IX.

       3310-WRITE-OUT-RTN.
           MOVE SPACES                 TO OUT-REC.
           MOVE WK-NTS-IX              TO OUT-CHN-NO.
           MOVE SA-NTS-CONTACT(WK-NTS-IX)
                                       TO OUT-CONTACT.
           MOVE SA-NTQ-ACCT-NO         TO OUT-ACCT-NO.
           MOVE SA-NTQ-DET-NO-N        TO OUT-DET-NO-N.
           MOVE SA-NTQ-CURR-COD        TO OUT-CURR-COD.
           MOVE SA-NTQ-TX-DT           TO OUT-TX-DT.
           MOVE SA-NTQ-TX-TM           TO OUT-TX-TM.
           MOVE WK-NTF-DRCR            TO OUT-DRCR-FLG.
           IF WK-NTF-DRCR = 'D'
           THEN
             MOVE SA-NTQ-DR-AMT        TO OUT-AMT
           ELSE
             MOVE SA-NTQ-CR-AMT        TO OUT-AMT
           END-IF.
           MOVE SA-NTQ-BAL             TO OUT-BAL.
           MOVE SA-NTQ-DSCRP-COD       TO OUT-DSCRP-COD.
           MOVE SA-NTQ-RMRK            TO OUT-RMRK.
           MOVE SA-NTQ-EC-FLG          TO OUT-EC-FLG.
           MOVE SA-NTQ-OP-CUST-NAME    TO OUT-OP-CUST-NAME.
           WRITE OUT-REC.
           ADD 1                       TO WK-MSG-CNT.
           ADD 1                       TO WK-ACCT-MSG-CNT.

      *    通知费:按本户发送条数计收,豁免规则命中账户豁免标志
      *    即免收;账户档不存在的不收
       4000-CHARGE-ACCT-RTN.
           IF WK-ACCT-MSG-CNT > ZEROS AND
              WK-TRF-LOADED AND
              WK-ACN-FOUND
           THEN
             IF SA-TRF-WAIVE-RULE = '1' AND
                SA-FEE-WAIVE-FLG OF SAACNACN = C-CM-FLAG-YES
             THEN
               CONTINUE
             ELSE
               COMPUTE WK-FEE-AMT = SA-TRF-PRICE * WK-ACCT-MSG-CNT
               PERFORM 4510-POST-FEE-RTN
             END-IF
           END-IF.
           MOVE ZEROS                  TO WK-ACCT-MSG-CNT.

      *    价目币种无对应余额段的留报告行人工补收
       4510-POST-FEE-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNAMT.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SAACNAMT'             TO DBI-SEGMENT-NAME(2).
           MOVE SA-ACCT-NO OF SAACNACN TO DBI-KEY-VALUE1(1).
           MOVE WK-SAACNAMT-KEY        TO DBI-KEY-VALUE1(2).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAACNAMT
                                 AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE SPACES               TO RPT-LINE
             STRING '通知费无对应币种段,人工补收 '
                    DELIMITED BY SIZE
                    SA-ACCT-NO OF SAACNACN
                    DELIMITED BY SIZE
                                       INTO RPT-LINE
             WRITE RPT-LINE
           ELSE
             PERFORM 4520-FEE-TXN-RTN
             COMPUTE SA-INTC-AMT OF SAACNAMT =
                     SA-INTC-AMT OF SAACNAMT - WK-FEE-AMT
             COMPUTE SA-ACCT-BAL OF SAACNAMT =
                     SA-ACCT-BAL OF SAACNAMT - WK-FEE-AMT
             COMPUTE SA-AVL-BAL OF SAACNAMT =
                     SA-INTC-AMT OF SAACNAMT
                   - SA-FRZ-AMT OF SAACNAMT
                   - SA-AUTH-AMT OF SAACNAMT
                   - SA-UNCLR-AMT OF SAACNAMT
                   - SA-PLG-AMT OF SAACNAMT
             IF SA-AVL-BAL OF SAACNAMT < ZEROS
             THEN
               MOVE ZEROS              TO SA-AVL-BAL OF SAACNAMT
             END-IF
             MOVE WK-BUSN-DT           TO SA-LTM-TX-DT OF SAACNAMT
             INITIALIZE                PDBIMAIN
             MOVE 'BSAACND'            TO DBI-DB-NAME
             MOVE FT-REPL              TO DBI-FT-NAME
             CALL 'GDBIMAIN' USING PDBIMAIN
                                   SAACNAMT
                                   AIF-AREA
             PERFORM 9900-CHECK-DBI-RTN
             PERFORM 4530-BUMP-DET-RTN
             PERFORM 4540-REG-INV-RTN
             ADD 1                     TO WK-FEE-CNT
           END-IF.

       4520-FEE-TXN-RTN.
           INITIALIZE                  SAACNTXN.
           COMPUTE SA-DDP-ACCT-NO-DET-N OF SAACNTXN =
                   SA-DET-ITEM-N OF SAACNACN + 1.
           MOVE SA-ACCT-NO OF SAACNACN TO FK-SAACN-KEY      OF SAACNTXN.
           MOVE WK-CURR-COD            TO SA-CURR-COD       OF SAACNTXN.
           MOVE WK-CURR-IDEN           TO SA-CURR-IDEN      OF SAACNTXN.
           MOVE C-CLG-TXT-NOR          TO SA-EC-FLG         OF SAACNTXN.
           MOVE WK-FEE-AMT             TO SA-DR-AMT         OF SAACNTXN.
           MOVE WK-FEE-AMT             TO SA-TX-AMT         OF SAACNTXN.
           MOVE 0                      TO SA-CR-AMT         OF SAACNTXN.
           COMPUTE SA-DDP-ACCT-BAL OF SAACNTXN =
                   SA-ACCT-BAL OF SAACNAMT - WK-FEE-AMT.
           MOVE C-SVC-FEE OF MEMCONST  TO SA-DSCRP-COD      OF SAACNTXN.
           MOVE '服务费 MOVNTF 动账通知'
                                       TO SA-RMRK           OF SAACNTXN.
           MOVE WK-BUSN-DT             TO WK-FEE-LOG-DT.
           COMPUTE WK-FEE-LOG-SEQ = WK-FEE-CNT + 1.
           MOVE WK-FEE-LOG-NO          TO SA-TX-LOG-NO      OF SAACNTXN.
           MOVE WK-BUSN-DT             TO SA-TX-DT          OF SAACNTXN.
           MOVE WK-BUSN-DT             TO SA-VAL-DT         OF SAACNTXN.
           MOVE WK-BUSN-DT             TO SA-SYS-DT         OF SAACNTXN.
           MOVE SA-OPAC-INSTN-NO OF SAACNACN
                                       TO SA-OPUN-COD       OF SAACNTXN.
           MOVE SA-LEGAL-PERSON-ID OF SAACNACN
                                       TO SA-LEGAL-PERSON-ID OF
                                                             SAACNTXN.
           MOVE SA-DB-PARTITION-ID OF SAACNACN
                                       TO SA-DB-PARTITION-ID OF
                                                             SAACNTXN.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-ISRT                TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE SA-ACCT-NO OF SAACNACN TO DBI-KEY-VALUE1(1).
           MOVE 'SAACNTXN'             TO DBI-SEGMENT-NAME(2).
           CALL 'GDBIMAIN'       USING PDBIMAIN
                                       SAACNTXN
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.

       4530-BUMP-DET-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           MOVE SA-ACCT-NO OF SAACNACN TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAACNACN
                                 AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           COMPUTE SA-DET-ITEM-N OF SAACNACN =
                   SA-DET-ITEM-N OF SAACNACN + 1.
           COMPUTE SA-ACC-UNPRINT-NO OF SAACNACN =
                   SA-ACC-UNPRINT-NO OF SAACNACN + 1.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAACNACN
                                 AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.

      *    开票登记:回写后的明细数即本笔通知费明细号
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
           MOVE WK-FEE-AMT             TO SA-IVR-FEE-AMT.
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

       9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS NOT = SPACES AND
              DBI-DB-STATUS NOT = DBI-NORMAL-STATUS(1)
           THEN
             MOVE SPACES                TO RPT-LINE
             STRING 'GDBIMAIN异常,DBI-DB-STATUS=' DELIMITED BY SIZE
                    DBI-DB-STATUS        DELIMITED BY SIZE
                                         INTO RPT-LINE
             WRITE RPT-LINE
             CLOSE                       RCP-FILE
                                         OUT-FILE
                                         RPT-FILE
             STOP RUN
           END-IF.

       9000-END-RTN.
           MOVE SPACES                 TO RPT-LINE.
           STRING '回执笔数: '         DELIMITED BY SIZE
                  WK-RCP-CNT           DELIMITED BY SIZE
                  '  投递失败: '       DELIMITED BY SIZE
                  WK-RCP-FAIL-CNT      DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '出队笔数: '         DELIMITED BY SIZE
                  WK-QUE-CNT           DELIMITED BY SIZE
                  '  发送条数: '       DELIMITED BY SIZE
                  WK-MSG-CNT           DELIMITED BY SIZE
                  '  收费户数: '       DELIMITED BY SIZE
                  WK-FEE-CNT           DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           CLOSE                        RCP-FILE
                                        OUT-FILE
                                        RPT-FILE.
