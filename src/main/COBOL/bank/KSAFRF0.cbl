      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSAFRF0".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSAFRF0                                 *
      * DESCRIPTION........: SERVICE CHARGE REFUND                   *
      *                      服务费退费:按原收费流水号定位原收费       *
      *                      明细(KSAFEE0/KSARFEE1/KSARSTM1),          *
      *                      全额或部分退费,累计不超过原收费;         *
      *                      理由代码必输,第二柜员复核;经KSADEP0      *
      *                      贷记入账(专用摘要,备注带原明细号),       *
      *                      逐笔落退费登记簿;原收费未开票部分退       *
      *                      费冲减待开票金额,累计退足作废或转红字     *
      * KB/CF TO BE CALLED: CSACHK0 KSADEP0(GSYSTRIG)                *
      * INPUT..............: PKSAFRF0                                *
      * OUTPUT.............: PKSAFRF0                                *
      * MESSAGE CODE.......: AN023,EN033,EN048,EN297,EN317,EN404,    *
      *                      EN405,EN406,EN407,EN466,END43           *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAACND   SAACNACN       R                                   *
      * BSAACND   SAACNTXN       R                                   *
      * BSAFRFD   SAFRFREG       R/I                                 *
      * BSAINVD   SAINVREG       R/U                                 *
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
                                       VALUE '/// WK-AREA KSAFRF0 ///'.
       01  PCSACHK0.
           COPY                        PCSACHK0.
       01  PCMSGLOG.
           COPY                        PCMSGLOG.
       01  PKSADEP0.
           COPY                        PKSADEP0.
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
       01 SAFRFREG.
          COPY                         SAFRFREG.
       01 SAINVREG.
          COPY                         SAINVREG.
       01  WK-AREA.
           05  WK-ACCT-NO              PIC X(32).
           05  WK-SYS-BRANCH-STD       PIC X(9).
           05  WK-SYS-TELLER-ID        PIC X(12).
           05  WK-SYS-TX-LOG-NO        PIC X(24).
           05  WK-NEW-SEQ              PIC 9(07).
           05  WK-ORIG-DET-NO          PIC 9(07).
           05  WK-ORIG-CURR-COD        PIC X(03).
           05  WK-ORIG-CURR-IDEN       PIC X(01).
           05  WK-ORIG-TX-DT           PIC X(08).
           05  WK-ORIG-OPUN-COD        PIC X(09).
           05  WK-ORIG-AMT             PIC S9(16)V9(2) COMP-3.
           05  WK-CUM-AMT              PIC S9(16)V9(2) COMP-3.
           05  WK-LEFT-AMT             PIC S9(16)V9(2) COMP-3.
           05  WK-RFD-AMT              PIC S9(16)V9(2) COMP-3.
           05  WK-SVC-COD              PIC X(06).
           05  WK-IVR-STS              PIC X(01).
           05  WK-INV-FLG              PIC X(01).
           05  WK-CR-DET-NO            PIC 9(07).
           05  WK-RMRK                 PIC X(62).
           05  WK-TXN-FLG              PIC X(01).
               88  WK-TXN-FOUND                  VALUE 'Y'.
               88  WK-TXN-EOF                    VALUE 'E'.
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
       01  PKSAFRF0.
           COPY                        PKSAFRF0.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA,
                                PKSAFRF0.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-CHECK-INPUT-RTN.
           PERFORM 3000-FIND-FEE-RTN.
           PERFORM 3100-GET-INV-RTN.
           PERFORM 3200-CUM-RFD-RTN.
           PERFORM 3300-CHECK-AMT-RTN.
           PERFORM 4000-POST-CR-RTN.
           PERFORM 4100-GET-CR-DET-RTN.
           PERFORM 5000-WRITE-REG-RTN.
           PERFORM 5100-UPD-INV-RTN.
           PERFORM 9000-END-TXN-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSAFRF0'.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNACN.
           INITIALIZE                  SAACNTXN.
           INITIALIZE                  SAFRFREG.
           INITIALIZE                  SAINVREG.
           INITIALIZE                  PCSACHK0.
           INITIALIZE                  PCMSGLOG.
           INITIALIZE                  PKSADEP0.
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
      *    账号/原收费流水号必输
           IF I-ACCT-NO OF PKSAFRF0 = SPACES OR
              I-TX-LOG-NO OF PKSAFRF0 = SPACES
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
      *    理由代码必输且须在代码表内
           IF I-RSN-COD OF PKSAFRF0 NOT = '01' AND '02' AND '03'
                                      AND '04' AND '09'
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
      *      MOVE '退费理由代码错误'   TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
      *    退费金额不得为负;零即退足剩余可退金额
           IF I-RFD-AMT OF PKSAFRF0 < ZEROS
           THEN
             MOVE 'EN033'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
      *    双人复核:复核柜员必输且不得与经办柜员同一人
           IF I-CHK-TELLER-ID OF PKSAFRF0 = SPACES OR
              I-CHK-TELLER-ID OF PKSAFRF0 = WK-SYS-TELLER-ID
           THEN
             MOVE 'AN023'              TO AIF-MSG-CODE
      *      MOVE '服务费退费须双人复核' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE I-ACCT-NO OF PKSAFRF0  TO WK-ACCT-NO.
           PERFORM 9711-CALL-CSACHK0-RTN.
           IF O-ACCT-FLG OF PCSACHK0 NOT = C-CM-FLAG-TRUE
              OR O-PUB-PRI-FLG NOT = C-CM-PUB-FLG
           THEN
             MOVE 'EN297'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

      *    原收费定位:账户明细内流水号相同且摘要为服务费的借记;
      *    同一流水多笔收费时以输入明细号区分
       3000-FIND-FEE-RTN.
           MOVE SPACES                 TO WK-TXN-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNTXN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SAACNTXN'             TO DBI-SEGMENT-NAME(2).
           MOVE I-ACCT-NO OF PKSAFRF0  TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(2 , 1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           PERFORM 3010-FEE-LOOP-RTN
                   UNTIL WK-TXN-FOUND OR WK-TXN-EOF.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAACNTXN
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF WK-TXN-EOF
           THEN
             MOVE 'EN404'              TO AIF-MSG-CODE
      *      MOVE '原收费明细不存在'   TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
      *    已冲正的收费不得再退
           IF SA-EC-FLG OF SAACNTXN = C-CLG-TXT-REVERSED
           THEN
             MOVE 'EN405'              TO AIF-MSG-CODE
      *      MOVE '原收费已冲正'       TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE SA-DDP-ACCT-NO-DET-N OF SAACNTXN
                                       TO WK-ORIG-DET-NO.
           MOVE SA-CURR-COD OF SAACNTXN
                                       TO WK-ORIG-CURR-COD.
           MOVE SA-CURR-IDEN OF SAACNTXN
                                       TO WK-ORIG-CURR-IDEN.
           MOVE SA-TX-DT OF SAACNTXN   TO WK-ORIG-TX-DT.
           MOVE SA-OPUN-COD OF SAACNTXN
                                       TO WK-ORIG-OPUN-COD.
           MOVE SA-DR-AMT OF SAACNTXN  TO WK-ORIG-AMT.

       3010-FEE-LOOP-RTN.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAACNTXN
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-TXN-EOF            TO TRUE
           ELSE
             MOVE '0'                  TO DBI-CMD-CODE(2 , 1)
             IF SA-TX-LOG-NO OF SAACNTXN = I-TX-LOG-NO OF PKSAFRF0
                AND SA-DSCRP-COD OF SAACNTXN = C-SVC-FEE OF MEMCONST
                AND SA-DR-AMT OF SAACNTXN > ZEROS
                AND ( I-ORIG-DET-NO-N OF PKSAFRF0 = ZEROS OR
                      I-ORIG-DET-NO-N OF PKSAFRF0 =
                      SA-DDP-ACCT-NO-DET-N OF SAACNTXN )
             THEN
               SET WK-TXN-FOUND        TO TRUE
             END-IF
           END-IF.

      *    服务代码与开票状态取自开票登记簿(账号+收费明细号)
       3100-GET-INV-RTN.
           MOVE SPACES                 TO WK-SVC-COD.
           MOVE SPACES                 TO WK-IVR-STS.
           MOVE C-CM-FLAG-NO           TO WK-INV-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAINVREG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAINVD'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAINVREG'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSAFRF0  TO DBI-KEY-VALUE1(1).
           MOVE 'SAINVREG'             TO DBI-SEGMENT-NAME(2).
           MOVE WK-ORIG-DET-NO         TO DBI-KEY-VALUE1(2).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAINVREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND
           THEN
             MOVE SA-IVR-SVC-COD       TO WK-SVC-COD
             MOVE SA-IVR-STS           TO WK-IVR-STS
             IF SA-IVR-STS = '1' OR '3' OR '4'
             THEN
               MOVE C-CM-FLAG-YES      TO WK-INV-FLG
             END-IF
           END-IF.

      *    同一原收费明细已退累计,顺带取登记簿最大序号
       3200-CUM-RFD-RTN.
           MOVE ZEROS                  TO WK-NEW-SEQ.
           MOVE ZEROS                  TO WK-CUM-AMT.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAFRFREG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAFRFD'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SAFRFREG'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSAFRF0  TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(1 , 1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           PERFORM 3210-CUM-LOOP-RTN
                   UNTIL DBI-DB-STATUS = FT-RTRN-NOTFOUND.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAFRFREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           ADD 1                       TO WK-NEW-SEQ.

       3210-CUM-LOOP-RTN.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAFRFREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND
           THEN
             IF SA-FRF-SEQ-N > WK-NEW-SEQ
             THEN
               MOVE SA-FRF-SEQ-N       TO WK-NEW-SEQ
             END-IF
             IF SA-FRF-ORIG-DET-NO-N = WK-ORIG-DET-NO
             THEN
               ADD SA-FRF-AMT          TO WK-CUM-AMT
             END-IF
             MOVE '0'                  TO DBI-CMD-CODE(1 , 1)
           END-IF.

      *    可退余额=原收费-已退累计;零金额即退足余额
       3300-CHECK-AMT-RTN.
           COMPUTE WK-LEFT-AMT = WK-ORIG-AMT - WK-CUM-AMT.
           IF WK-LEFT-AMT NOT > ZEROS
           THEN
             MOVE 'EN406'              TO AIF-MSG-CODE
      *      MOVE '原收费已全额退费'   TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-RFD-AMT OF PKSAFRF0 = ZEROS
           THEN
             MOVE WK-LEFT-AMT          TO WK-RFD-AMT
           ELSE
             MOVE I-RFD-AMT OF PKSAFRF0
                                       TO WK-RFD-AMT
           END-IF.
           IF WK-RFD-AMT > WK-LEFT-AMT
           THEN
             MOVE 'EN407'              TO AIF-MSG-CODE
      *      MOVE '退费金额超可退余额' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           COMPUTE WK-CUM-AMT = WK-CUM-AMT + WK-RFD-AMT.

      *    退费贷记:经KSADEP0完整校验链入账,备注带服务代码与
      *    原收费明细号,与原借记互相可查
       4000-POST-CR-RTN.
           MOVE SPACES                 TO WK-RMRK.
           STRING '退费 '              DELIMITED BY SIZE
                  WK-SVC-COD           DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WK-ORIG-DET-NO       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  I-RMRK OF PKSAFRF0   DELIMITED BY SIZE
                                       INTO WK-RMRK.
           INITIALIZE                  PKSADEP0.
           MOVE I-ACCT-NO OF PKSAFRF0  TO I-ACCT-NO    OF PKSADEP0.
           MOVE WK-ORIG-CURR-COD       TO I-CURR-COD   OF PKSADEP0.
           MOVE WK-ORIG-CURR-IDEN      TO I-CURR-IDEN  OF PKSADEP0.
           MOVE WK-RFD-AMT             TO I-AMT        OF PKSADEP0.
           MOVE C-CM-TXTYP-TR          TO I-TX-TYP     OF PKSADEP0.
           MOVE SYS-BUSN-DT            TO I-VAL-DT     OF PKSADEP0.
           MOVE SYS-BUSN-DT            TO I-TX-DT      OF PKSADEP0.
           MOVE C-FEE-RFD OF MEMCONST  TO I-DSCRP-COD  OF PKSADEP0.
           MOVE WK-RMRK                TO I-RMRK       OF PKSADEP0.
           MOVE I-CHK-TELLER-ID OF PKSAFRF0
                                       TO I-CHK-TELLER-ID
                                          OF PKSADEP0.
           CALL 'GSYSTRIG'             USING APA-AREA
                                             PKSADEP0
                                       CONTENT 'KSADEP0 '.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF O-RTRN-CODE OF PKSADEP0 NOT = SPACES
           THEN
             MOVE O-RTRN-CODE OF PKSADEP0
                                       TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF O-SCN-HOLD-FLG OF PKSADEP0 = '1'
           THEN
             MOVE 'EN466'              TO AIF-MSG-CODE
      *      MOVE '交易对手疑似命中制裁名单,组合交易不予办理'
      *                                TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

      *    KSADEP0记账后账户明细数即本笔退费贷记明细号
       4100-GET-CR-DET-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNACN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSAFRF0  TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAACNACN
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE 'EN048'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE SA-DET-ITEM-N OF SAACNACN
                                       TO WK-CR-DET-NO.

      *    退费登记簿逐笔留痕
       5000-WRITE-REG-RTN.
           INITIALIZE                  SAFRFREG.
           MOVE I-ACCT-NO OF PKSAFRF0  TO SA-FRF-ACCT-NO.
           MOVE WK-NEW-SEQ             TO SA-FRF-SEQ-N.
           MOVE WK-ORIG-CURR-COD       TO SA-FRF-CURR-COD.
           MOVE WK-ORIG-CURR-IDEN      TO SA-FRF-CURR-IDEN.
           MOVE I-TX-LOG-NO OF PKSAFRF0
                                       TO SA-FRF-ORIG-LOG-NO.
           MOVE WK-ORIG-DET-NO         TO SA-FRF-ORIG-DET-NO-N.
           MOVE WK-ORIG-TX-DT          TO SA-FRF-ORIG-TX-DT.
           MOVE WK-ORIG-OPUN-COD       TO SA-FRF-ORIG-OPUN-COD.
           MOVE WK-SVC-COD             TO SA-FRF-SVC-COD.
           MOVE WK-ORIG-AMT            TO SA-FRF-ORIG-AMT.
           MOVE WK-RFD-AMT             TO SA-FRF-AMT.
           MOVE WK-CUM-AMT             TO SA-FRF-CUM-AMT.
           MOVE I-RSN-COD OF PKSAFRF0  TO SA-FRF-RSN-COD.
           MOVE I-RMRK OF PKSAFRF0     TO SA-FRF-RMRK.
           MOVE WK-CR-DET-NO           TO SA-FRF-CR-DET-NO-N.
           MOVE SYS-BUSN-DT            TO SA-FRF-TX-DT.
           MOVE WK-SYS-TELLER-ID       TO SA-FRF-OPR-NO.
           MOVE I-CHK-TELLER-ID OF PKSAFRF0
                                       TO SA-FRF-CHK-OPR-NO.
           MOVE WK-SYS-TX-LOG-NO       TO SA-FRF-TX-LOG-NO.
           MOVE WK-SYS-BRANCH-STD      TO SA-FRF-OPUN-COD.
           MOVE WK-INV-FLG             TO SA-FRF-INV-FLG.
           MOVE SYS-LEGAL-PERSON-ID    TO SA-LEGAL-PERSON-ID
                                          OF SAFRFREG.
           MOVE SYS-PARTITION-ID       TO SA-DB-PARTITION-ID
                                          OF SAFRFREG.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAFRFD'              TO DBI-DB-NAME.
           MOVE FT-ISRT                TO DBI-FT-NAME.
           MOVE 'SAFRFREG'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAFRFREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           MOVE WK-NEW-SEQ             TO O-FRF-SEQ-N     OF PKSAFRF0.
           MOVE WK-ORIG-DET-NO         TO O-ORIG-DET-NO-N OF PKSAFRF0.
           MOVE WK-SVC-COD             TO O-SVC-COD       OF PKSAFRF0.
           MOVE WK-ORIG-AMT            TO O-ORIG-AMT      OF PKSAFRF0.
           MOVE WK-RFD-AMT             TO O-RFD-AMT       OF PKSAFRF0.
           MOVE WK-CUM-AMT             TO O-CUM-RFD-AMT   OF PKSAFRF0.
           MOVE WK-CR-DET-NO           TO O-CR-DET-NO-N   OF PKSAFRF0.

      *    开票登记联动:待开票者部分退费冲减待开票金额、退足作废;
      *    已开蓝字者退足转待开红字,部分退费由网点人工处理发票
       5100-UPD-INV-RTN.
           IF WK-IVR-STS = '0' OR
              ( WK-IVR-STS = '1' AND WK-CUM-AMT = WK-ORIG-AMT )
           THEN
             INITIALIZE                PDBIMAIN
             INITIALIZE                SAINVREG
             MOVE FT-RTRN-NOTFOUND     TO DBI-NORMAL-STATUS(1)
             MOVE 'BSAINVD'            TO DBI-DB-NAME
             MOVE FT-GHU               TO DBI-FT-NAME
             MOVE 'SAINVREG'           TO DBI-SEGMENT-NAME(1)
             MOVE I-ACCT-NO OF PKSAFRF0
                                       TO DBI-KEY-VALUE1(1)
             MOVE 'SAINVREG'           TO DBI-SEGMENT-NAME(2)
             MOVE WK-ORIG-DET-NO       TO DBI-KEY-VALUE1(2)
             CALL 'GDBIMAIN' USING PDBIMAIN
                                   SAINVREG
                                   AIF-AREA
             PERFORM 9999-MESSAGE-HANDLE-RTN
             IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND
             THEN
               PERFORM 5110-SET-INV-RTN
             END-IF
           END-IF.

       5110-SET-INV-RTN.
           IF WK-CUM-AMT = WK-ORIG-AMT
           THEN
             IF SA-IVR-STS = '0'
             THEN
               MOVE '2'                TO SA-IVR-STS
             ELSE
               MOVE '3'                TO SA-IVR-STS
             END-IF
             MOVE WK-CR-DET-NO         TO SA-IVR-RED-DET-NO-N
             MOVE SYS-BUSN-DT          TO SA-IVR-RED-DT
           ELSE
             COMPUTE SA-IVR-FEE-AMT = WK-ORIG-AMT - WK-CUM-AMT
           END-IF.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAINVD'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAINVREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       9000-END-TXN-RTN.
           MOVE SPACES                 TO O-RTRN-CODE OF PKSAFRF0.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSAFRF0'.

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
