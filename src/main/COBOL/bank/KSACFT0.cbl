      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSACFT0".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSACFT0                                 *
      * DESCRIPTION........: COUNTERFEIT NOTE CONFISCATION           *
      *                      假币收缴:柜面现金存入清点发现假币,按    *
      *                      原存入流水号定位当日本网点现金存入明细,  *
      *                      逐张登记券别/冠字号/版别/类别及持有人    *
      *                      身份(取原明细代理人信息,未登记者补录), *
      *                      两名业务人员在场(第二柜员复核);回传     *
      *                      假币收缴凭证打印要素,凭证号即本笔收缴    *
      *                      交易流水号;KSARCFT1月末出报人民银行     *
      * KB/CF TO BE CALLED: CSACHK0                                  *
      * INPUT..............: PKSACFT0                                *
      * OUTPUT.............: PKSACFT0                                *
      * MESSAGE CODE.......: AN023,EN048,EN297,EN317,EN411,EN412,    *
      *                      EN413,END43                             *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAACND   SAACNACN       R                                   *
      * BSAACND   SAACNTXN       R                                   *
      * BSACFTD   SACFTREG       R/I                                 *
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
       01  MEMCONST.
           COPY                        MEMCONST.
       01  PCMCONST.
           COPY                        PCMCONST.
       01  FILLER                      PIC X(24)
                                       VALUE '/// WK-AREA KSACFT0 ///'.
       01  PCSACHK0.
           COPY                        PCSACHK0.
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
       01 SAACNTXN.
          COPY                         SAACNTXN.
       01 SACFTREG.
          COPY                         SACFTREG.
       01  WK-CFT-IX                   PIC 9(02) COMP.
       01  WK-CFT-JX                   PIC 9(02) COMP.
       01  WK-AREA.
           05  WK-ACCT-NO              PIC X(32).
           05  WK-SYS-BRANCH-STD       PIC X(9).
           05  WK-SYS-TELLER-ID        PIC X(12).
           05  WK-SYS-TX-LOG-NO        PIC X(24).
           05  WK-NEW-SEQ              PIC 9(07).
           05  WK-FST-SEQ              PIC 9(07).
           05  WK-DEP-DET-NO           PIC 9(07).
           05  WK-DEP-TX-DT            PIC X(08).
           05  WK-DEP-CURR-COD         PIC X(03).
           05  WK-DEP-AMT              PIC S9(16)V9(2) COMP-3.
           05  WK-CFT-TOT-AMT          PIC S9(16)V9(2) COMP-3.
           05  WK-HLD-CERT-TYP         PIC X(04).
           05  WK-HLD-CERT-ID          PIC X(32).
           05  WK-HLD-NAME             PIC X(120).
           05  WK-HLD-TEL              PIC X(20).
           05  WK-TXN-FLG              PIC X(01).
               88  WK-TXN-FOUND                  VALUE 'Y'.
               88  WK-TXN-EOF                    VALUE 'E'.
           05  WK-DUP-FLG              PIC X(01).
               88  WK-DUP-FOUND                  VALUE 'Y'.
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
       01  PKSACFT0.
           COPY                        PKSACFT0.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA,
                                PKSACFT0.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-CHECK-INPUT-RTN.
           PERFORM 3000-FIND-DEP-RTN.
           PERFORM 3100-GET-HOLDER-RTN.
           PERFORM 3200-SCAN-REG-RTN.
           PERFORM 5000-WRITE-REG-RTN.
           PERFORM 6000-SET-CERT-RTN.
           PERFORM 9000-END-TXN-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSACFT0'.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNACN.
           INITIALIZE                  SAACNTXN.
           INITIALIZE                  SACFTREG.
           INITIALIZE                  PCSACHK0.
           INITIALIZE                  PCMSGLOG.
           INITIALIZE                  WK-AREA.
           MOVE SPACES                 TO AIF-MSG-CODE.
           MOVE SYS-BRANCH-STD         TO WK-SYS-BRANCH-STD.
           MOVE SYS-TELLER-ID          TO WK-SYS-TELLER-ID.
           MOVE SYS-TX-LOG-NO          TO WK-SYS-TX-LOG-NO.

       2000-CHECK-INPUT-RTN.
           IF SYS-TX-TYP = C-CLG-TXT-EC
           THEN
             MOVE 'END43'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
      *    账号/原存入流水号必输,收缴张数1-10
           IF I-ACCT-NO OF PKSACFT0 = SPACES OR
              I-TX-LOG-NO OF PKSACFT0 = SPACES OR
              I-CFT-CNT OF PKSACFT0 NOT NUMERIC OR
              I-CFT-CNT OF PKSACFT0 < 1 OR
              I-CFT-CNT OF PKSACFT0 > 10
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
      *    双人在场:复核柜员必输且不得与经办柜员同一人
           IF I-CHK-TELLER-ID OF PKSACFT0 = SPACES OR
              I-CHK-TELLER-ID OF PKSACFT0 = WK-SYS-TELLER-ID
           THEN
             MOVE 'AN023'              TO AIF-MSG-CODE
      *      MOVE '假币收缴须两人在场复核' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE 1                      TO WK-CFT-IX.
           PERFORM 2100-CHECK-NOTE-RTN
                   UNTIL WK-CFT-IX > I-CFT-CNT OF PKSACFT0.
           MOVE I-ACCT-NO OF PKSACFT0  TO WK-ACCT-NO.
           PERFORM 9711-CALL-CSACHK0-RTN.
           IF O-ACCT-FLG OF PCSACHK0 NOT = C-CM-FLAG-TRUE
              OR O-PUB-PRI-FLG NOT = C-CM-PUB-FLG
           THEN
             MOVE 'EN297'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

      *    逐张:券别大于零,冠字号必输,类别1/2;同笔内冠字号不得重复
       2100-CHECK-NOTE-RTN.
           IF I-CFT-DENOM-VAL OF PKSACFT0(WK-CFT-IX) NOT NUMERIC OR
              I-CFT-DENOM-VAL OF PKSACFT0(WK-CFT-IX) = ZEROS OR
              I-CFT-SERIAL-NO OF PKSACFT0(WK-CFT-IX) = SPACES OR
              I-CFT-KIND OF PKSACFT0(WK-CFT-IX) NOT = '1' AND '2'
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
      *      MOVE '假币券别/冠字号/类别错误' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           COMPUTE WK-CFT-JX = WK-CFT-IX + 1.
           PERFORM 2110-DUP-INPUT-RTN
                   UNTIL WK-CFT-JX > I-CFT-CNT OF PKSACFT0.
           ADD 1                       TO WK-CFT-IX.

       2110-DUP-INPUT-RTN.
           IF I-CFT-DENOM-VAL OF PKSACFT0(WK-CFT-JX) =
              I-CFT-DENOM-VAL OF PKSACFT0(WK-CFT-IX) AND
              I-CFT-SERIAL-NO OF PKSACFT0(WK-CFT-JX) =
              I-CFT-SERIAL-NO OF PKSACFT0(WK-CFT-IX)
           THEN
             MOVE 'EN413'              TO AIF-MSG-CODE
      *      MOVE '假币冠字号重复登记' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           ADD 1                       TO WK-CFT-JX.

      *    原存入定位:账户明细内流水号相同的现金贷记,须为当日
      *    本网点未冲正的存入;同一流水多笔时以输入明细号区分
       3000-FIND-DEP-RTN.
           MOVE SPACES                 TO WK-TXN-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNTXN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SAACNTXN'             TO DBI-SEGMENT-NAME(2).
           MOVE I-ACCT-NO OF PKSACFT0  TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(2 , 1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           PERFORM 3010-DEP-LOOP-RTN
                   UNTIL WK-TXN-FOUND OR WK-TXN-EOF.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAACNTXN
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF WK-TXN-EOF OR
              SA-EC-FLG OF SAACNTXN = C-CLG-TXT-REVERSED OR
              SA-TX-DT OF SAACNTXN NOT = SYS-BUSN-DT OR
              SA-OPUN-COD OF SAACNTXN NOT = WK-SYS-BRANCH-STD
           THEN
             MOVE 'EN411'              TO AIF-MSG-CODE
      *      MOVE '无当日本网点现金存入明细' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE SA-DDP-ACCT-NO-DET-N OF SAACNTXN
                                       TO WK-DEP-DET-NO.
           MOVE SA-TX-DT OF SAACNTXN   TO WK-DEP-TX-DT.
           MOVE SA-CURR-COD OF SAACNTXN
                                       TO WK-DEP-CURR-COD.
           MOVE SA-CR-AMT OF SAACNTXN  TO WK-DEP-AMT.

       3010-DEP-LOOP-RTN.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAACNTXN
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-TXN-EOF            TO TRUE
           ELSE
             MOVE '0'                  TO DBI-CMD-CODE(2 , 1)
             IF SA-TX-LOG-NO OF SAACNTXN = I-TX-LOG-NO OF PKSACFT0
                AND SA-TX-TYP OF SAACNTXN = C-CM-TXTYP-CASH
                AND SA-CR-AMT OF SAACNTXN > ZEROS
                AND ( I-DEP-DET-NO-N OF PKSACFT0 = ZEROS OR
                      I-DEP-DET-NO-N OF PKSACFT0 =
                      SA-DDP-ACCT-NO-DET-N OF SAACNTXN )
             THEN
               SET WK-TXN-FOUND        TO TRUE
             END-IF
           END-IF.

      *    持有人身份:原存入明细已登记代理人信息即取用,否则
      *    以柜面补录为准;两者皆无不得收缴
       3100-GET-HOLDER-RTN.
           IF SA-AGT-CERT-ID OF SAACNTXN NOT = SPACES
           THEN
             MOVE SA-AGT-CERT-TYP OF SAACNTXN
                                       TO WK-HLD-CERT-TYP
             MOVE SA-AGT-CERT-ID OF SAACNTXN
                                       TO WK-HLD-CERT-ID
             MOVE SA-AGT-CUST-NAME OF SAACNTXN
                                       TO WK-HLD-NAME
             MOVE SA-AGT-CUST-TEL OF SAACNTXN
                                       TO WK-HLD-TEL
           ELSE
             MOVE I-HLD-CERT-TYP OF PKSACFT0
                                       TO WK-HLD-CERT-TYP
             MOVE I-HLD-CERT-ID OF PKSACFT0
                                       TO WK-HLD-CERT-ID
             MOVE I-HLD-NAME OF PKSACFT0
                                       TO WK-HLD-NAME
             MOVE I-HLD-TEL OF PKSACFT0
                                       TO WK-HLD-TEL
           END-IF.
           IF WK-HLD-CERT-TYP = SPACES OR
              WK-HLD-CERT-ID = SPACES OR
              WK-HLD-NAME = SPACES
           THEN
             MOVE 'EN412'              TO AIF-MSG-CODE
      *      MOVE '持有人身份信息不全' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

      *    取登记簿最大序号,同时查同币种券别冠字号是否已收缴
       3200-SCAN-REG-RTN.
           MOVE ZEROS                  TO WK-NEW-SEQ.
           MOVE SPACES                 TO WK-DUP-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SACFTREG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSACFTD'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SACFTREG'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSACFT0  TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(1 , 1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           PERFORM 3210-REG-LOOP-RTN
                   UNTIL DBI-DB-STATUS = FT-RTRN-NOTFOUND.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SACFTREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF WK-DUP-FOUND
           THEN
             MOVE 'EN413'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

       3210-REG-LOOP-RTN.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SACFTREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND
           THEN
             IF SA-CFT-SEQ-N > WK-NEW-SEQ
             THEN
               MOVE SA-CFT-SEQ-N       TO WK-NEW-SEQ
             END-IF
             IF SA-CFT-CURR-COD = WK-DEP-CURR-COD
             THEN
               MOVE 1                  TO WK-CFT-IX
               PERFORM 3220-DUP-REG-RTN
                       UNTIL WK-CFT-IX > I-CFT-CNT OF PKSACFT0
             END-IF
             MOVE '0'                  TO DBI-CMD-CODE(1 , 1)
           END-IF.

       3220-DUP-REG-RTN.
           IF SA-CFT-DENOM-VAL = I-CFT-DENOM-VAL OF PKSACFT0(WK-CFT-IX)
              AND SA-CFT-SERIAL-NO =
                  I-CFT-SERIAL-NO OF PKSACFT0(WK-CFT-IX)
           THEN
             SET WK-DUP-FOUND          TO TRUE
           END-IF.
           ADD 1                       TO WK-CFT-IX.

      *    逐张落收缴登记簿,凭证号为本笔收缴交易流水号
       5000-WRITE-REG-RTN.
           MOVE ZEROS                  TO WK-CFT-TOT-AMT.
           COMPUTE WK-FST-SEQ = WK-NEW-SEQ + 1.
           MOVE 1                      TO WK-CFT-IX.
           PERFORM 5010-ISRT-NOTE-RTN
                   UNTIL WK-CFT-IX > I-CFT-CNT OF PKSACFT0.

       5010-ISRT-NOTE-RTN.
           ADD 1                       TO WK-NEW-SEQ.
           INITIALIZE                  SACFTREG.
           MOVE I-ACCT-NO OF PKSACFT0  TO SA-CFT-ACCT-NO.
           MOVE WK-NEW-SEQ             TO SA-CFT-SEQ-N.
           MOVE WK-SYS-TX-LOG-NO       TO SA-CFT-CERT-NO.
           MOVE WK-CFT-IX              TO SA-CFT-CERT-ITEM-N.
           MOVE I-TX-LOG-NO OF PKSACFT0
                                       TO SA-CFT-DEP-LOG-NO.
           MOVE WK-DEP-DET-NO          TO SA-CFT-DEP-DET-NO-N.
           MOVE WK-DEP-TX-DT           TO SA-CFT-DEP-TX-DT.
           MOVE WK-DEP-AMT             TO SA-CFT-DEP-AMT.
           MOVE WK-DEP-CURR-COD        TO SA-CFT-CURR-COD.
           MOVE I-CFT-DENOM-VAL OF PKSACFT0(WK-CFT-IX)
                                       TO SA-CFT-DENOM-VAL.
           MOVE I-CFT-SERIAL-NO OF PKSACFT0(WK-CFT-IX)
                                       TO SA-CFT-SERIAL-NO.
           MOVE I-CFT-NOTE-VER OF PKSACFT0(WK-CFT-IX)
                                       TO SA-CFT-NOTE-VER.
           MOVE I-CFT-KIND OF PKSACFT0(WK-CFT-IX)
                                       TO SA-CFT-KIND.
           MOVE WK-HLD-CERT-TYP        TO SA-CFT-HLD-CERT-TYP.
           MOVE WK-HLD-CERT-ID         TO SA-CFT-HLD-CERT-ID.
           MOVE WK-HLD-NAME            TO SA-CFT-HLD-NAME.
           MOVE WK-HLD-TEL             TO SA-CFT-HLD-TEL.
           MOVE SYS-BUSN-DT            TO SA-CFT-TX-DT.
           MOVE WK-SYS-TELLER-ID       TO SA-CFT-OPR-NO.
           MOVE I-CHK-TELLER-ID OF PKSACFT0
                                       TO SA-CFT-CHK-OPR-NO.
           MOVE WK-SYS-BRANCH-STD      TO SA-CFT-OPUN-COD.
           MOVE SYS-LEGAL-PERSON-ID    TO SA-LEGAL-PERSON-ID
                                          OF SACFTREG.
           MOVE SYS-PARTITION-ID       TO SA-DB-PARTITION-ID
                                          OF SACFTREG.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSACFTD'              TO DBI-DB-NAME.
           MOVE FT-ISRT                TO DBI-FT-NAME.
           MOVE 'SACFTREG'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SACFTREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           ADD SA-CFT-DENOM-VAL        TO WK-CFT-TOT-AMT.
           ADD 1                       TO WK-CFT-IX.

      *    收缴凭证要素回传前端打印
       6000-SET-CERT-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNACN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSACFT0  TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAACNACN
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE 'EN048'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE WK-SYS-TX-LOG-NO       TO O-CERT-NO      OF PKSACFT0.
           MOVE SYS-BUSN-DT            TO O-CERT-DT      OF PKSACFT0.
           MOVE WK-SYS-BRANCH-STD      TO O-BRANCH-STD   OF PKSACFT0.
           MOVE SA-ACCT-NAME OF SAACNACN
                                       TO O-ACCT-NAME    OF PKSACFT0.
           MOVE WK-DEP-CURR-COD        TO O-CURR-COD     OF PKSACFT0.
           MOVE WK-DEP-DET-NO          TO O-DEP-DET-NO-N OF PKSACFT0.
           MOVE WK-DEP-AMT             TO O-DEP-AMT      OF PKSACFT0.
           MOVE WK-HLD-CERT-TYP        TO O-HLD-CERT-TYP OF PKSACFT0.
           MOVE WK-HLD-CERT-ID         TO O-HLD-CERT-ID  OF PKSACFT0.
           MOVE WK-HLD-NAME            TO O-HLD-NAME     OF PKSACFT0.
           MOVE I-CFT-CNT OF PKSACFT0  TO O-CFT-CNT      OF PKSACFT0.
           MOVE WK-CFT-TOT-AMT         TO O-CFT-TOT-AMT  OF PKSACFT0.
           MOVE WK-FST-SEQ             TO O-FST-SEQ-N    OF PKSACFT0.
           MOVE WK-SYS-TELLER-ID       TO O-OPR-NO       OF PKSACFT0.
           MOVE I-CHK-TELLER-ID OF PKSACFT0
                                       TO O-CHK-OPR-NO   OF PKSACFT0.

       9000-END-TXN-RTN.
           MOVE SPACES                 TO O-RTRN-CODE OF PKSACFT0.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSACFT0'.

       9711-CALL-CSACHK0-RTN.
           INITIALIZE                  PCSACHK0.
           MOVE WK-ACCT-NO             TO I-ACCT-NO OF PCSACHK0.
           CALL 'CSACHK0' USING AIF-AREA
                                PCSACHK0
                                SYS-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF O-MSG-TYPE OF PCSACHK0 NOT = SPACE
           THEN
             MOVE O-RTRN-CODE OF PCSACHK0
                                       TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

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
