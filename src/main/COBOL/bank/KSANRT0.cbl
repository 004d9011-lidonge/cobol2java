      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSANRT0".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSANRT0                                 *
      * DESCRIPTION........: NEGOTIATED RATE APPLY/APPROVE           *
      *                      协议利率申请审批:支行按账户币种段分层     *
      *                      申请协议利率,取产品+期限档次当日有效      *
      *                      自律上限(SARTCEIL),超上限拒收;按较基准  *
      *                      加点定须审批层级(支行/分行/总行);非申请  *
      *                      柜员且权限层级不低于须审批层级者方可批    *
      *                      准,批准时复核当日上限,通过后写入         *
      *                      SAACNAGR.SA-NGO-RATE(前后镜像留痕),同分 *
      *                      层原已批准利率置为被替代                  *
      * KB/CF TO BE CALLED: CSACHK0 CMNTLOG                          *
      * INPUT..............: PKSANRT0                                *
      * OUTPUT.............: PKSANRT0                                *
      * MESSAGE CODE.......: EN048,EN297,EN317,EN396,EN397,EN398,    *
      *                      EN399,EN400,EN401,END43                 *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSANRTD   SANRTAPP       R/I/U                               *
      * BSARCLD   SARTCEIL       R                                   *
      * BSAACND   SAACNACN       R                                   *
      * BSAACND   SAACNAGR       R/U                                 *
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
                                       VALUE '/// WK-AREA KSANRT0 ///'.
       01  PCSACHK0.
           COPY                        PCSACHK0.
       01  PCMNTLOG.
           COPY                        PCMNTLOG.
       01  PCMSGLOG.
           COPY                        PCMSGLOG.
       01 PDBIMAIN.
          COPY                         PDBIMAIN.
       01 DBI-FTCALL.
          COPY                         FTCALL.
       01 DBI-RTRN.
          COPY                         FTRTRN.
       01 SANRTAPP.
          COPY                         SANRTAPP.
       01 SARTCEIL.
          COPY                         SARTCEIL.
       01 SAACNACN.
          COPY                         SAACNACN.
       01 SAACNAGR.
          COPY                         SAACNAGR.
       01  WK-AREA.
           05  WK-ACCT-NO              PIC X(32).
           05  WK-SYS-BRANCH-STD       PIC X(9).
           05  WK-SYS-TELLER-ID        PIC X(12).
           05  WK-EFF-DT               PIC X(08).
           05  WK-CEIL-KEY             PIC X(22).
           05  WK-SAACNAMT-KEY.
               10  WK-CURR-COD         PIC X(03).
               10  WK-CURR-IDEN        PIC X(01).
           05  WK-SAAGR-KEY            PIC 9(02).
           05  WK-NEW-SEQ              PIC 9(05).
           05  WK-OLD-RATE             PIC S9(03)V9(05) COMP-3.
           05  WK-SPREAD               PIC S9(03)V9(05) COMP-3.
           05  WK-REQ-LVL              PIC X(01).
           05  WK-RATE-ED              PIC -ZZ9.99999.
           05  WK-EOF-FLG              PIC X(01).
               88  WK-NRT-EOF                    VALUE 'Y'.
           05  WK-RCL-EOF-FLG          PIC X(01).
               88  WK-RCL-EOF                    VALUE 'Y'.
           05  WK-FOUND-FLG            PIC X(01).
               88  WK-RCL-FOUND                  VALUE 'Y'.
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
       01  PKSANRT0.
           COPY                        PKSANRT0.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA,
                                PKSANRT0.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-CHECK-INPUT-RTN.
           EVALUATE I-FUN-CODE OF PKSANRT0
             WHEN '1'
               PERFORM 4000-APPLY-RTN
             WHEN '2'
               PERFORM 5000-APPROVE-RTN
             WHEN OTHER
               PERFORM 6000-REJECT-RTN
           END-EVALUATE.
           PERFORM 7000-OUTPUT-RTN.
           PERFORM 9000-END-TXN-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSANRT0'.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SANRTAPP.
           INITIALIZE                  SARTCEIL.
           INITIALIZE                  SAACNACN.
           INITIALIZE                  SAACNAGR.
           INITIALIZE                  PCSACHK0.
           INITIALIZE                  PCMNTLOG.
           INITIALIZE                  PCMSGLOG.
           INITIALIZE                  WK-AREA.
           MOVE SPACES                 TO AIF-MSG-CODE.
           MOVE SYS-BRANCH-STD         TO WK-SYS-BRANCH-STD.
           MOVE SYS-TELLER-ID          TO WK-SYS-TELLER-ID.
           MOVE SYS-BUSN-DT            TO WK-EFF-DT.
           MOVE I-ACCT-NO OF PKSANRT0  TO WK-ACCT-NO.

       2000-CHECK-INPUT-RTN.
           IF SYS-TX-TYP = C-CLG-TXT-EC
           THEN
             MOVE 'END43'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-FUN-CODE OF PKSANRT0 NOT = '1' AND '2' AND '3'
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
      *      MOVE '功能码错误'         TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-ACCT-NO OF PKSANRT0 = SPACES
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-FUN-CODE OF PKSANRT0 = '1'
           THEN
             IF I-CURR-COD OF PKSANRT0 = SPACES OR
                I-FL-NO-N OF PKSANRT0 < 1 OR
                I-FL-NO-N OF PKSANRT0 > 5 OR
                I-TERM-COD OF PKSANRT0 = SPACES OR
                I-PROP-RATE OF PKSANRT0 NOT > ZEROS
             THEN
               MOVE 'EN317'            TO AIF-MSG-CODE
      *        MOVE '币种/分层/期限/利率输入有误' TO AIF-MSG-TEXT
               PERFORM 9999-MESSAGE-HANDLE-RTN
             END-IF
           ELSE
             IF I-APP-SEQ-N OF PKSANRT0 = ZEROS
             THEN
               MOVE 'EN317'            TO AIF-MSG-CODE
               PERFORM 9999-MESSAGE-HANDLE-RTN
             END-IF
           END-IF.
           IF I-FUN-CODE OF PKSANRT0 = '2' AND
              I-APPR-LVL OF PKSANRT0 NOT = '1' AND '2' AND '3'
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
      *      MOVE '审批权限层级输入有误' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           PERFORM 9711-CALL-CSACHK0-RTN.

      ****************************************************************
      *    申请:取当日有效上限,超上限拒收,按加点定审批层级          *
      ****************************************************************
       4000-APPLY-RTN.
           PERFORM 9802-GU-SAACNACN-RTN.
           MOVE I-CURR-COD OF PKSANRT0 TO WK-CURR-COD.
           MOVE I-CURR-IDEN OF PKSANRT0
                                       TO WK-CURR-IDEN.
           MOVE I-FL-NO-N OF PKSANRT0  TO WK-SAAGR-KEY.
           PERFORM 9803-GU-SAACNAGR-RTN.
           MOVE SA-NGO-RATE            TO WK-OLD-RATE.
           MOVE SA-PDP-CODE            TO WK-CEIL-KEY(1:11).
           MOVE I-TERM-COD OF PKSANRT0 TO WK-CEIL-KEY(12:3).
           PERFORM 4900-FIND-CEIL-RTN.
           MOVE I-PROP-RATE OF PKSANRT0
                                       TO SA-NRT-PROP-RATE.
           PERFORM 4700-CHECK-CEIL-RTN.
           PERFORM 4800-SCAN-APP-RTN.
           ADD 1                       TO WK-NEW-SEQ.
           INITIALIZE                  SANRTAPP.
           MOVE WK-ACCT-NO             TO SA-NRT-ACCT-NO.
           MOVE WK-NEW-SEQ             TO SA-NRT-APP-SEQ-N.
           MOVE WK-CURR-COD            TO SA-NRT-CURR-COD.
           MOVE WK-CURR-IDEN           TO SA-NRT-CURR-IDEN.
           MOVE WK-SAAGR-KEY           TO SA-NRT-FL-NO-N.
           MOVE SA-RCL-PROD-COD        TO SA-NRT-PROD-COD.
           MOVE SA-RCL-TERM-COD        TO SA-NRT-TERM-COD.
           MOVE SA-RCL-EFF-DT          TO SA-NRT-CEIL-EFF-DT.
           MOVE SA-RCL-BASE-RATE       TO SA-NRT-BASE-RATE.
           MOVE SA-RCL-CEIL-RATE       TO SA-NRT-CEIL-RATE.
           MOVE I-PROP-RATE OF PKSANRT0
                                       TO SA-NRT-PROP-RATE.
           MOVE WK-SPREAD              TO SA-NRT-SPREAD.
           MOVE WK-OLD-RATE            TO SA-NRT-OLD-RATE.
           MOVE WK-REQ-LVL             TO SA-NRT-REQ-LVL.
           MOVE '0'                    TO SA-NRT-STS.
           MOVE I-APP-RSN OF PKSANRT0  TO SA-NRT-APP-RSN.
           MOVE SYS-BUSN-DT            TO SA-NRT-APP-DT.
           MOVE WK-SYS-TELLER-ID       TO SA-NRT-APP-TLR.
           MOVE WK-SYS-BRANCH-STD      TO SA-NRT-APP-BRANCH-STD.
           MOVE SYS-LEGAL-PERSON-ID    TO SA-LEGAL-PERSON-ID
                                          OF SANRTAPP.
           MOVE SYS-PARTITION-ID       TO SA-DB-PARTITION-ID
                                          OF SANRTAPP.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSANRTD'              TO DBI-DB-NAME.
           MOVE FT-ISRT                TO DBI-FT-NAME.
           MOVE 'SANRTAPP'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SANRTAPP
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

      *    不得超自律上限;加点不超过支行权限-1,不超过分行权限-2,
      *    其余-3
       4700-CHECK-CEIL-RTN.
           IF SA-NRT-PROP-RATE > SA-RCL-CEIL-RATE
           THEN
             MOVE 'EN397'              TO AIF-MSG-CODE
      *      MOVE '协议利率超自律上限' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           COMPUTE WK-SPREAD = SA-NRT-PROP-RATE - SA-RCL-BASE-RATE.
           IF WK-SPREAD NOT > SA-RCL-LVL1-SPRD
           THEN
             MOVE '1'                  TO WK-REQ-LVL
           ELSE
             IF WK-SPREAD NOT > SA-RCL-LVL2-SPRD
             THEN
               MOVE '2'                TO WK-REQ-LVL
             ELSE
               MOVE '3'                TO WK-REQ-LVL
             END-IF
           END-IF.

      *    账户名下申请:取最大序号,同币种同分层已有待审批者拒收
       4800-SCAN-APP-RTN.
           MOVE ZEROS                  TO WK-NEW-SEQ.
           MOVE 'N'                    TO WK-EOF-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SANRTAPP.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSANRTD'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SANRTAPP'             TO DBI-SEGMENT-NAME(1).
           MOVE WK-ACCT-NO             TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(1 , 1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           PERFORM 4810-SCAN-LOOP-RTN UNTIL WK-NRT-EOF.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SANRTAPP
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       4810-SCAN-LOOP-RTN.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SANRTAPP
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-NRT-EOF            TO TRUE
           ELSE
             IF SA-NRT-APP-SEQ-N > WK-NEW-SEQ
             THEN
               MOVE SA-NRT-APP-SEQ-N   TO WK-NEW-SEQ
             END-IF
             IF SA-NRT-STS = '0' AND
                SA-NRT-CURR-COD = WK-CURR-COD AND
                SA-NRT-CURR-IDEN = WK-CURR-IDEN AND
                SA-NRT-FL-NO-N = WK-SAAGR-KEY
             THEN
               MOVE 'EN398'            TO AIF-MSG-CODE
      *        MOVE '该分层已有待审批协议利率申请' TO AIF-MSG-TEXT
               PERFORM 9999-MESSAGE-HANDLE-RTN
             END-IF
             MOVE '0'                  TO DBI-CMD-CODE(1 , 1)
           END-IF.

      *    自生效日为零起顺键读取,前14位(产品+档次)变化或生效日
      *    晚于当日即止,留最后一条有效者
       4900-FIND-CEIL-RTN.
           MOVE 'N'                    TO WK-RCL-EOF-FLG.
           MOVE 'N'                    TO WK-FOUND-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SARTCEIL.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSARCLD'              TO DBI-DB-NAME.
           MOVE FT-GN                  TO DBI-FT-NAME.
           MOVE 'SARTCEIL'             TO DBI-SEGMENT-NAME(1).
           MOVE WK-CEIL-KEY(1:14)      TO DBI-KEY-VALUE1(1).
           MOVE '00000000'             TO DBI-KEY-VALUE1(1)(15:8).
           MOVE '> '                   TO DBI-OP1(1).
           MOVE 98                     TO DBI-DB-SEQUENCE.
           PERFORM 4910-FIND-LOOP-RTN UNTIL WK-RCL-EOF.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SARTCEIL
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF NOT WK-RCL-FOUND
           THEN
             MOVE 'EN396'              TO AIF-MSG-CODE
      *      MOVE '无有效协议利率上限' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SARTCEIL.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSARCLD'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SARTCEIL'             TO DBI-SEGMENT-NAME(1).
           MOVE WK-CEIL-KEY            TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SARTCEIL
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       4910-FIND-LOOP-RTN.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SARTCEIL
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND OR
              SA-RCL-KEY(1:14) NOT = WK-CEIL-KEY(1:14) OR
              SA-RCL-EFF-DT > WK-EFF-DT
           THEN
             SET WK-RCL-EOF            TO TRUE
           ELSE
             IF SA-RCL-STS = '0'
             THEN
               SET WK-RCL-FOUND        TO TRUE
               MOVE SA-RCL-EFF-DT      TO WK-CEIL-KEY(15:8)
             END-IF
           END-IF.

      ****************************************************************
      *    批准:非申请柜员、权限层级足够,复核当日上限后写分层利率   *
      ****************************************************************
       5000-APPROVE-RTN.
           PERFORM 9804-GU-SANRTAPP-RTN.
           IF SA-NRT-APP-TLR = WK-SYS-TELLER-ID
           THEN
             MOVE 'EN400'              TO AIF-MSG-CODE
      *      MOVE '申请柜员不得自行审批' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE SA-NRT-CURR-COD        TO WK-CURR-COD.
           MOVE SA-NRT-CURR-IDEN       TO WK-CURR-IDEN.
           MOVE SA-NRT-FL-NO-N         TO WK-SAAGR-KEY.
           MOVE SA-NRT-PROD-COD        TO WK-CEIL-KEY(1:11).
           MOVE SA-NRT-TERM-COD        TO WK-CEIL-KEY(12:3).
      *    上限可能已按新生效日调整,按当日有效者复核
           PERFORM 4900-FIND-CEIL-RTN.
           PERFORM 4700-CHECK-CEIL-RTN.
           IF WK-REQ-LVL < SA-NRT-REQ-LVL
           THEN
             MOVE SA-NRT-REQ-LVL       TO WK-REQ-LVL
           END-IF.
           IF I-APPR-LVL OF PKSANRT0 < WK-REQ-LVL
           THEN
             MOVE 'EN401'              TO AIF-MSG-CODE
      *      MOVE '审批权限层级不足'   TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           PERFORM 5100-UPDATE-AGR-RTN.
           PERFORM 5200-SUPERSEDE-RTN.
           PERFORM 9805-GHU-SANRTAPP-RTN.
           MOVE '1'                    TO SA-NRT-STS.
           MOVE WK-REQ-LVL             TO SA-NRT-REQ-LVL.
           MOVE SA-RCL-EFF-DT          TO SA-NRT-CEIL-EFF-DT.
           MOVE SA-RCL-BASE-RATE       TO SA-NRT-BASE-RATE.
           MOVE SA-RCL-CEIL-RATE       TO SA-NRT-CEIL-RATE.
           MOVE WK-SPREAD              TO SA-NRT-SPREAD.
           MOVE WK-OLD-RATE            TO SA-NRT-OLD-RATE.
           PERFORM 6100-APPR-INFO-RTN.

      *    写分层协议利率,前后镜像留痕
       5100-UPDATE-AGR-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNAGR.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           MOVE WK-ACCT-NO             TO DBI-KEY-VALUE1(1).
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE WK-SAACNAMT-KEY        TO DBI-KEY-VALUE1(2).
           MOVE 'SAACNAMT'             TO DBI-SEGMENT-NAME(2).
           MOVE WK-SAAGR-KEY           TO DBI-KEY-VALUE1(3).
           MOVE 'SAACNAGR'             TO DBI-SEGMENT-NAME(3).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAACNAGR
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE 'EN048'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE SA-NGO-RATE            TO WK-OLD-RATE.
           MOVE 'NGO-RATE'             TO I-FIELD-NAME OF PCMNTLOG.
           MOVE SA-NGO-RATE            TO WK-RATE-ED.
           MOVE WK-RATE-ED             TO I-BEF-VALUE  OF PCMNTLOG.
           MOVE SA-NRT-PROP-RATE       TO WK-RATE-ED.
           MOVE WK-RATE-ED             TO I-AFT-VALUE  OF PCMNTLOG.
           MOVE SA-NRT-PROP-RATE       TO SA-NGO-RATE.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAACNAGR
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           PERFORM 9730-CALL-CMNTLOG-RTN.

      *    同币种同分层原已批准生效的申请置为被替代
       5200-SUPERSEDE-RTN.
           MOVE 'N'                    TO WK-EOF-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SANRTAPP.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSANRTD'              TO DBI-DB-NAME.
           MOVE FT-GHNP                TO DBI-FT-NAME.
           MOVE 'SANRTAPP'             TO DBI-SEGMENT-NAME(1).
           MOVE WK-ACCT-NO             TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(1 , 1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SANRTAPP
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-NRT-EOF            TO TRUE
           END-IF.
           PERFORM 5210-SUPERSEDE-LOOP-RTN UNTIL WK-NRT-EOF.

       5210-SUPERSEDE-LOOP-RTN.
           IF SA-NRT-STS = '1' AND
              SA-NRT-CURR-COD = WK-CURR-COD AND
              SA-NRT-CURR-IDEN = WK-CURR-IDEN AND
              SA-NRT-FL-NO-N = WK-SAAGR-KEY AND
              SA-NRT-APP-SEQ-N NOT = I-APP-SEQ-N OF PKSANRT0
           THEN
             MOVE '3'                  TO SA-NRT-STS
             INITIALIZE                PDBIMAIN
             MOVE 'BSANRTD'            TO DBI-DB-NAME
             MOVE FT-REPL              TO DBI-FT-NAME
             CALL 'GDBIMAIN' USING PDBIMAIN
                                   SANRTAPP
                                   AIF-AREA
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSANRTD'              TO DBI-DB-NAME.
           MOVE FT-GHNP                TO DBI-FT-NAME.
           MOVE 'SANRTAPP'             TO DBI-SEGMENT-NAME(1).
           MOVE WK-ACCT-NO             TO DBI-KEY-VALUE1(1).
           MOVE '0'                    TO DBI-CMD-CODE(1 , 1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SANRTAPP
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-NRT-EOF            TO TRUE
           END-IF.

      *    拒绝:待审批者方可
       6000-REJECT-RTN.
           PERFORM 9804-GU-SANRTAPP-RTN.
           PERFORM 9805-GHU-SANRTAPP-RTN.
           MOVE '2'                    TO SA-NRT-STS.
           PERFORM 6100-APPR-INFO-RTN.

       6100-APPR-INFO-RTN.
           MOVE SYS-BUSN-DT            TO SA-NRT-APPR-DT.
           MOVE WK-SYS-TELLER-ID       TO SA-NRT-APPR-TLR.
           MOVE WK-SYS-BRANCH-STD      TO SA-NRT-APPR-BRANCH-STD.
           MOVE I-APPR-LVL OF PKSANRT0 TO SA-NRT-APPR-LVL.
           MOVE I-APPR-OPINION OF PKSANRT0
                                       TO SA-NRT-APPR-OPINION.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSANRTD'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SANRTAPP
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       7000-OUTPUT-RTN.
           MOVE SA-NRT-APP-SEQ-N       TO O-APP-SEQ-N OF PKSANRT0.
           MOVE SA-NRT-STS             TO O-APP-STS OF PKSANRT0.
           MOVE SA-NRT-REQ-LVL         TO O-REQ-LVL OF PKSANRT0.
           MOVE SA-NRT-BASE-RATE       TO O-BASE-RATE OF PKSANRT0.
           MOVE SA-NRT-CEIL-RATE       TO O-CEIL-RATE OF PKSANRT0.
           MOVE SA-NRT-SPREAD          TO O-SPREAD OF PKSANRT0.

       9000-END-TXN-RTN.
           MOVE SPACES                 TO O-RTRN-CODE OF PKSANRT0.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSANRT0'.

       9711-CALL-CSACHK0-RTN.
           INITIALIZE                  PCSACHK0.
           MOVE WK-ACCT-NO             TO I-ACCT-NO OF PCSACHK0.
           CALL 'CSACHK0' USING AIF-AREA
                                PCSACHK0
                                SYS-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF O-ACCT-FLG OF PCSACHK0 NOT = C-CM-FLAG-TRUE
              OR O-PUB-PRI-FLG NOT = C-CM-PUB-FLG
           THEN
             MOVE 'EN297'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

       9730-CALL-CMNTLOG-RTN.
           MOVE WK-ACCT-NO             TO I-ACCT-NO    OF PCMNTLOG.
           MOVE WK-SYS-TELLER-ID       TO I-TELLER-ID  OF PCMNTLOG.
           MOVE WK-SYS-BRANCH-STD      TO I-BRANCH-STD OF PCMNTLOG.
           MOVE SYS-TX-LOG-NO          TO I-TX-LOG-NO  OF PCMNTLOG.
           MOVE SYS-BUSN-DT            TO I-BUSN-DT    OF PCMNTLOG.
           CALL 'CMNTLOG' USING        AIF-AREA
                                       PCMNTLOG
                                       SYS-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       9736-CALL-CMSGLOG-RTN.
           INITIALIZE                  PCMSGLOG.
           MOVE AIF-MSG-CODE           TO I-MSG-CODE   OF PCMSGLOG.
           MOVE WK-SYS-TELLER-ID       TO I-TELLER-ID  OF PCMSGLOG.
           MOVE WK-SYS-BRANCH-STD      TO I-BRANCH-STD OF PCMSGLOG.
           MOVE SYS-BUSN-DT            TO I-BUSN-DT    OF PCMSGLOG.
           CALL 'CMSGLOG' USING        AIF-AREA
                                       PCMSGLOG
                                       SYS-AREA.

       9802-GU-SAACNACN-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNACN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE WK-ACCT-NO             TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAACNACN
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE 'EN048'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

      *    协定存款分层须已开立
       9803-GU-SAACNAGR-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNAGR.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE WK-ACCT-NO             TO DBI-KEY-VALUE1(1).
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE WK-SAACNAMT-KEY        TO DBI-KEY-VALUE1(2).
           MOVE 'SAACNAMT'             TO DBI-SEGMENT-NAME(2).
           MOVE WK-SAAGR-KEY           TO DBI-KEY-VALUE1(3).
           MOVE 'SAACNAGR'             TO DBI-SEGMENT-NAME(3).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAACNAGR
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE 'EN048'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

      *    批准/拒绝:申请须存在且待审批
       9804-GU-SANRTAPP-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SANRTAPP.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSANRTD'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SANRTAPP'             TO DBI-SEGMENT-NAME(1).
           MOVE WK-ACCT-NO             TO DBI-KEY-VALUE1(1).
           MOVE 'SANRTAPP'             TO DBI-SEGMENT-NAME(2).
           MOVE I-APP-SEQ-N OF PKSANRT0
                                       TO DBI-KEY-VALUE1(2).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SANRTAPP
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE 'EN048'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF SA-NRT-STS NOT = '0'
           THEN
             MOVE 'EN399'              TO AIF-MSG-CODE
      *      MOVE '该申请非待审批状态' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

       9805-GHU-SANRTAPP-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SANRTAPP.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSANRTD'              TO DBI-DB-NAME.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           MOVE 'SANRTAPP'             TO DBI-SEGMENT-NAME(1).
           MOVE WK-ACCT-NO             TO DBI-KEY-VALUE1(1).
           MOVE 'SANRTAPP'             TO DBI-SEGMENT-NAME(2).
           MOVE I-APP-SEQ-N OF PKSANRT0
                                       TO DBI-KEY-VALUE1(2).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SANRTAPP
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       9999-MESSAGE-HANDLE-RTN.
           IF AIF-MSG-CODE NOT = SPACES
           THEN
             PERFORM 9736-CALL-CMSGLOG-RTN
           END-IF.
           COPY                        GSYSEHRT.
