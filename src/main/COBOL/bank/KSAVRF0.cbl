      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSAVRF0".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSAVRF0                                 *
      * DESCRIPTION........: ACCOUNT VERIFICATION SERVICE            *
      *                      账户核验:支付机构/合作方绑定账户前凭账号 *
      *                      +户名(可带统一社会信用代码)核验,只答相  *
      *                      符与否及账户状态(正常/冻结/销户/睡眠/   *
      *                      受限)、可否入账,不返余额;按接入机构日   *
      *                      限额控制,逐笔登记核验流水供KSARVRF1按   *
      *                      月计费;功能2柜面登记/修改接入机构        *
      * KB/CF TO BE CALLED: CECCII1                                  *
      * INPUT..............: PKSAVRF0                                *
      * OUTPUT.............: PKSAVRF0                                *
      * MESSAGE CODE.......: EN317,EN454,EN455,END43                 *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAVRFD   SAVRFINS       R/I/U                               *
      * BSAVRLD   SAVRFLOG       I                                   *
      * BSAACND   SAACNACN       R                                   *
      * BSAACND   SAACNAMT       R                                   *
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
                                       VALUE '/// WK-AREA KSAVRF0 ///'.
       01  PCECCII1.
           COPY                        PCECCII1.
       01  PCMSGLOG.
           COPY                        PCMSGLOG.
       01 PDBIMAIN.
          COPY                         PDBIMAIN.
       01 DBI-FTCALL.
          COPY                         FTCALL.
       01 DBI-RTRN.
          COPY                         FTRTRN.
       01 SAVRFINS.
          COPY                         SAVRFINS.
       01 SAVRFLOG.
          COPY                         SAVRFLOG.
       01 SAACNACN.
          COPY                         SAACNACN.
       01 SAACNAMT.
          COPY                         SAACNAMT.
       01  WK-AREA.
           05  WK-SYS-BRANCH-STD       PIC X(9).
           05  WK-SYS-TELLER-ID        PIC X(12).
           05  WK-DAY-LMT              PIC 9(07).
           05  WK-INS-FOUND-FLG        PIC X(01).
           05  WK-FT-NAME              PIC X(04).
           05  WK-SAACNAMT-KEY.
               10  WK-CURR-COD         PIC X(03).
               10  WK-CURR-IDEN        PIC X(01).
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
       01  PKSAVRF0.
           COPY                        PKSAVRF0.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA,
                                PKSAVRF0.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-CHECK-INPUT-RTN.
           IF I-FUN-CODE OF PKSAVRF0 = '1'
           THEN
             PERFORM 4000-VERIFY-RTN
           ELSE
             PERFORM 4500-MAINT-INST-RTN
           END-IF.
           PERFORM 9000-END-TXN-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSAVRF0'.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAVRFINS.
           INITIALIZE                  SAVRFLOG.
           INITIALIZE                  SAACNACN.
           INITIALIZE                  SAACNAMT.
           INITIALIZE                  PCECCII1.
           INITIALIZE                  PCMSGLOG.
           INITIALIZE                  WK-AREA.
           MOVE SPACES                 TO AIF-MSG-CODE.
           MOVE SYS-BRANCH-STD         TO WK-SYS-BRANCH-STD.
           MOVE SYS-TELLER-ID          TO WK-SYS-TELLER-ID.

       2000-CHECK-INPUT-RTN.
           IF SYS-TX-TYP = C-CLG-TXT-EC
           THEN
             MOVE 'END43'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-INST-ID OF PKSAVRF0 = SPACES
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           EVALUATE I-FUN-CODE OF PKSAVRF0
             WHEN '1'
               IF I-ACCT-NO OF PKSAVRF0 = SPACES OR
                  I-ACCT-NAME OF PKSAVRF0 = SPACES
               THEN
                 MOVE 'EN317'          TO AIF-MSG-CODE
                 PERFORM 9999-MESSAGE-HANDLE-RTN
               END-IF
      *        接入机构登记仅限柜面
             WHEN '2'
               IF SYS-LCH-CHANNEL-FLAG NOT = C-CM-CHANNEL-TLR OR
                  I-INST-NAME OF PKSAVRF0 = SPACES OR
                  I-INST-STS OF PKSAVRF0 NOT = '0' AND '1'
               THEN
                 MOVE 'EN317'          TO AIF-MSG-CODE
                 PERFORM 9999-MESSAGE-HANDLE-RTN
               END-IF
             WHEN OTHER
               MOVE 'EN317'            TO AIF-MSG-CODE
               PERFORM 9999-MESSAGE-HANDLE-RTN
           END-EVALUATE.

       4000-VERIFY-RTN.
           PERFORM 4100-CHECK-INST-RTN.
           PERFORM 4200-CHECK-ACCT-RTN.
           PERFORM 4400-WRITE-LOG-RTN.

      *    接入机构须已登记且正常;当日计数跨日归零,达日限额拒绝
       4100-CHECK-INST-RTN.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           PERFORM 9801-GET-SAVRFINS-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND OR
              SA-VRI-STS NOT = '0'
           THEN
             MOVE 'EN454'              TO AIF-MSG-CODE
      *      MOVE '核验接入机构未登记或已暂停' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF SA-VRI-CNT-DT NOT = SYS-BUSN-DT
           THEN
             MOVE SYS-BUSN-DT          TO SA-VRI-CNT-DT
             MOVE ZEROS                TO SA-VRI-DAY-CNT
           END-IF.
           IF SA-VRI-DAY-LMT = ZEROS
           THEN
             MOVE C-SA-VRF-DAY-LMT     TO WK-DAY-LMT
           ELSE
             MOVE SA-VRI-DAY-LMT       TO WK-DAY-LMT
           END-IF.
           IF SA-VRI-DAY-CNT NOT < WK-DAY-LMT
           THEN
             MOVE 'EN455'              TO AIF-MSG-CODE
      *      MOVE '已达当日核验次数上限' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           ADD 1                       TO SA-VRI-DAY-CNT.
           PERFORM 9803-REPL-SAVRFINS-RTN.
           MOVE SA-VRI-DAY-CNT         TO O-DAY-CNT OF PKSAVRF0.
           MOVE WK-DAY-LMT             TO O-DAY-LMT OF PKSAVRF0.

      *    账户不存在亦正常应答(计入核验次数),不报错
       4200-CHECK-ACCT-RTN.
           MOVE 'N'                    TO O-EXIST-FLG   OF PKSAVRF0
                                          O-NAME-MATCH  OF PKSAVRF0
                                          O-FRZ-FLG     OF PKSAVRF0
                                          O-SLEEP-FLG   OF PKSAVRF0
                                          O-RSTR-FLG    OF PKSAVRF0
                                          O-CR-ACPT-FLG OF PKSAVRF0.
           MOVE SPACES                 TO O-CRDT-MATCH  OF PKSAVRF0
                                          O-ACCT-STS    OF PKSAVRF0.
           PERFORM 9802-GU-SAACNACN-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND
           THEN
             PERFORM 4205-MATCH-ACCT-RTN
           END-IF.

       4205-MATCH-ACCT-RTN.
           MOVE 'Y'                    TO O-EXIST-FLG   OF PKSAVRF0.
           IF I-ACCT-NAME OF PKSAVRF0 = SA-ACCT-NAME OF SAACNACN
           THEN
             MOVE 'Y'                  TO O-NAME-MATCH  OF PKSAVRF0
           END-IF.
           IF I-CRDT-COD OF PKSAVRF0 NOT = SPACES
           THEN
             PERFORM 4300-CHECK-CRDT-RTN
           END-IF.
           PERFORM 9804-GU-SAACNAMT-RTN.
           PERFORM 4210-SET-STS-RTN.

      *    状态按销户、冻结、受限、睡眠优先取其一,分项标志另出
       4210-SET-STS-RTN.
           MOVE 'Y'                    TO O-CR-ACPT-FLG OF PKSAVRF0.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND
           THEN
             IF SA-FRZ-AMT OF SAACNAMT > ZEROS
             THEN
               MOVE 'Y'                TO O-FRZ-FLG     OF PKSAVRF0
             END-IF
             IF SA-SLEEP-STS OF SAACNAMT = C-SA-SLEEP-YES
             THEN
               MOVE 'Y'                TO O-SLEEP-FLG   OF PKSAVRF0
             END-IF
             IF SA-RCV-PAY-RANG OF SAACNAMT = C-SA-RPR-PAY-ONLY OR
                SA-RCV-PAY-RANG OF SAACNAMT = C-SA-RPR-NONE
             THEN
               MOVE 'Y'                TO O-RSTR-FLG    OF PKSAVRF0
               MOVE 'N'                TO O-CR-ACPT-FLG OF PKSAVRF0
             END-IF
           END-IF.
      *    逾期管控/证件管控同KSADEP0存入拒绝口径;渠道受限、回访
      *    受限、待核准只作受限,仍可入账
           IF SA-OVERDUE-CTL-STS OF SAACNACN = C-SA-OVERDUE-LOCK
                                      OF C-SA-OVERDUE-CTL-STS
           OR ( SA-AVL-DUE-DT OF SAACNACN < SYS-BUSN-DT AND
                SA-AVL-DUE-DT OF SAACNACN NOT = SPACES  AND
                SA-OVERDUE-CTL-STS OF SAACNACN = SPACES )
           OR SA-KYC-CTL-STS OF SAACNACN = '3' OR '4'
           THEN
             MOVE 'Y'                  TO O-RSTR-FLG    OF PKSAVRF0
             MOVE 'N'                  TO O-CR-ACPT-FLG OF PKSAVRF0
           END-IF.
           IF SA-KYC-CTL-STS OF SAACNACN = '2' OR
              SA-CBK-CTL-STS OF SAACNACN = C-SA-CBK-RSTR OR
              SA-APRV-STS OF SAACNACN = C-SA-APRV-PEND
           THEN
             MOVE 'Y'                  TO O-RSTR-FLG    OF PKSAVRF0
           END-IF.
           EVALUATE TRUE
             WHEN SA-ACCT-STS OF SAACNACN = '1'
             WHEN DBI-DB-STATUS = FT-RTRN-NOTFOUND
             WHEN SA-DDP-ACCT-STS OF SAACNAMT = C-SA-CLOSED-COD
               MOVE '2'                TO O-ACCT-STS    OF PKSAVRF0
               MOVE 'N'                TO O-CR-ACPT-FLG OF PKSAVRF0
             WHEN O-FRZ-FLG OF PKSAVRF0 = 'Y'
               MOVE '1'                TO O-ACCT-STS    OF PKSAVRF0
             WHEN O-RSTR-FLG OF PKSAVRF0 = 'Y'
               MOVE '4'                TO O-ACCT-STS    OF PKSAVRF0
             WHEN O-SLEEP-FLG OF PKSAVRF0 = 'Y'
               MOVE '3'                TO O-ACCT-STS    OF PKSAVRF0
             WHEN OTHER
               MOVE '0'                TO O-ACCT-STS    OF PKSAVRF0
           END-EVALUATE.

      *    信用代码经客户识别须识别为本账户客户;识别失败按不符
      *    应答,不报错
       4300-CHECK-CRDT-RTN.
           MOVE 'N'                    TO O-CRDT-MATCH  OF PKSAVRF0.
           INITIALIZE                  PCECCII1.
           MOVE C-SA-CER-TYP-USCC      TO I-CER-TYP  OF PCECCII1.
           MOVE I-CRDT-COD OF PKSAVRF0 TO I-CER-NO   OF PCECCII1.
           MOVE SA-CUST-NAME OF SAACNACN
                                       TO I-FULL-NAM OF PCECCII1.
           MOVE C-CM-FLAG-YES          TO AIF-ERR-TRAP-FLG.
           CALL 'CECCII1'    USING     AIF-AREA
                                       PCECCII1
                                       SYS-AREA.
           MOVE C-CM-FLAG-NO           TO AIF-ERR-TRAP-FLG.
           IF AIF-MSG-CODE = SPACES AND
              O-IDE-RESULT OF PCECCII1 = '1' AND
              O-CUST-NO OF PCECCII1 = SA-CUST-NO OF SAACNACN
           THEN
             MOVE 'Y'                  TO O-CRDT-MATCH  OF PKSAVRF0
           END-IF.
           MOVE SPACES                 TO AIF-MSG-CODE
                                          AIF-MSG-TEXT.

      *    核验流水:按机构当日序号登记,不记户名及余额
       4400-WRITE-LOG-RTN.
           INITIALIZE                  SAVRFLOG.
           MOVE I-INST-ID OF PKSAVRF0  TO SA-VRL-INST-ID.
           MOVE SYS-BUSN-DT            TO SA-VRL-DT.
           MOVE SA-VRI-DAY-CNT         TO SA-VRL-SEQ-N.
           MOVE SYS-CPU-TM1            TO SA-VRL-TM.
           MOVE I-ACCT-NO OF PKSAVRF0  TO SA-VRL-ACCT-NO.
           IF I-CRDT-COD OF PKSAVRF0 NOT = SPACES
           THEN
             MOVE 'Y'                  TO SA-VRL-CRDT-FLG
           ELSE
             MOVE 'N'                  TO SA-VRL-CRDT-FLG
           END-IF.
           MOVE O-EXIST-FLG OF PKSAVRF0
                                       TO SA-VRL-EXIST-FLG.
           MOVE O-NAME-MATCH OF PKSAVRF0
                                       TO SA-VRL-NAME-MATCH.
           MOVE O-CRDT-MATCH OF PKSAVRF0
                                       TO SA-VRL-CRDT-MATCH.
           MOVE O-ACCT-STS OF PKSAVRF0 TO SA-VRL-ACCT-STS.
           MOVE O-CR-ACPT-FLG OF PKSAVRF0
                                       TO SA-VRL-CR-ACPT-FLG.
           MOVE SYS-TX-LOG-NO          TO SA-VRL-TX-LOG-NO.
           MOVE SYS-LEGAL-PERSON-ID    TO SA-LEGAL-PERSON-ID
                                          OF SAVRFLOG.
           MOVE SYS-PARTITION-ID       TO SA-DB-PARTITION-ID
                                          OF SAVRFLOG.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAVRLD'              TO DBI-DB-NAME.
           MOVE FT-ISRT                TO DBI-FT-NAME.
           MOVE 'SAVRFLOG'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAVRFLOG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           MOVE SA-VRL-SEQ-N           TO O-VRF-SEQ-N OF PKSAVRF0.

      *    接入机构登记/修改:未登记的新增,已登记的改名称、状态
      *    及日限额
       4500-MAINT-INST-RTN.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           PERFORM 9801-GET-SAVRFINS-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE 'N'                  TO WK-INS-FOUND-FLG
             INITIALIZE                SAVRFINS
             MOVE I-INST-ID OF PKSAVRF0
                                       TO SA-VRI-INST-ID
             MOVE SYS-BUSN-DT          TO SA-VRI-REG-DT
             MOVE SYS-LEGAL-PERSON-ID  TO SA-LEGAL-PERSON-ID
                                          OF SAVRFINS
             MOVE SYS-PARTITION-ID     TO SA-DB-PARTITION-ID
                                          OF SAVRFINS
           ELSE
             MOVE 'Y'                  TO WK-INS-FOUND-FLG
           END-IF.
           MOVE I-INST-NAME OF PKSAVRF0
                                       TO SA-VRI-INST-NAME.
           MOVE I-INST-STS OF PKSAVRF0 TO SA-VRI-STS.
           MOVE I-DAY-LMT OF PKSAVRF0  TO SA-VRI-DAY-LMT.
           MOVE SYS-BUSN-DT            TO SA-VRI-UPD-DT.
           MOVE WK-SYS-TELLER-ID       TO SA-VRI-UPD-TLR.
           IF WK-INS-FOUND-FLG = 'Y'
           THEN
             PERFORM 9803-REPL-SAVRFINS-RTN
           ELSE
             INITIALIZE                PDBIMAIN
             MOVE 'BSAVRFD'            TO DBI-DB-NAME
             MOVE FT-ISRT              TO DBI-FT-NAME
             MOVE 'SAVRFINS'           TO DBI-SEGMENT-NAME(1)
             CALL 'GDBIMAIN' USING PDBIMAIN
                                   SAVRFINS
                                   AIF-AREA
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE SA-VRI-DAY-CNT         TO O-DAY-CNT OF PKSAVRF0.
           MOVE SA-VRI-DAY-LMT         TO O-DAY-LMT OF PKSAVRF0.

       9000-END-TXN-RTN.
           MOVE SPACES                 TO O-RTRN-CODE OF PKSAVRF0.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSAVRF0'.

       9736-CALL-CMSGLOG-RTN.
           INITIALIZE                  PCMSGLOG.
           MOVE AIF-MSG-CODE           TO I-MSG-CODE   OF PCMSGLOG.
           MOVE WK-SYS-TELLER-ID       TO I-TELLER-ID  OF PCMSGLOG.
           MOVE WK-SYS-BRANCH-STD      TO I-BRANCH-STD OF PCMSGLOG.
           MOVE SYS-BUSN-DT            TO I-BUSN-DT    OF PCMSGLOG.
           CALL 'CMSGLOG' USING        AIF-AREA
                                       PCMSGLOG
                                       SYS-AREA.

      *    调用前DBI-FT-NAME置GU或GHU
       9801-GET-SAVRFINS-RTN.
           MOVE DBI-FT-NAME            TO WK-FT-NAME.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAVRFINS.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAVRFD'              TO DBI-DB-NAME.
           MOVE WK-FT-NAME             TO DBI-FT-NAME.
           MOVE 'SAVRFINS'             TO DBI-SEGMENT-NAME(1).
           MOVE I-INST-ID OF PKSAVRF0  TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAVRFINS
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       9802-GU-SAACNACN-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNACN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE I-ACCT-NO OF PKSAVRF0  TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAACNACN
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       9803-REPL-SAVRFINS-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAVRFD'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAVRFINS
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

      *    币种未送按人民币钞户
       9804-GU-SAACNAMT-RTN.
           IF I-CURR-COD OF PKSAVRF0 = SPACES
           THEN
             MOVE C-CM-RMB-COD         TO WK-CURR-COD
             MOVE C-SA-RMB-CURR-IDEN   TO WK-CURR-IDEN
           ELSE
             MOVE I-CURR-COD OF PKSAVRF0
                                       TO WK-CURR-COD
             MOVE I-CURR-IDEN OF PKSAVRF0
                                       TO WK-CURR-IDEN
           END-IF.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNAMT.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE I-ACCT-NO OF PKSAVRF0  TO DBI-KEY-VALUE1(1).
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SAACNAMT'             TO DBI-SEGMENT-NAME(2).
           MOVE WK-SAACNAMT-KEY        TO DBI-KEY-VALUE1(2).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAACNAMT
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       9999-MESSAGE-HANDLE-RTN.
           IF AIF-MSG-CODE NOT = SPACES
           THEN
             PERFORM 9736-CALL-CMSGLOG-RTN
           END-IF.
           COPY                        GSYSEHRT.
