      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSADSP0".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSADSP0                                 *
      * DESCRIPTION........: CUSTOMER DISPUTE REGISTER               *
      *                      客户争议投诉登记维护:按账户明细登记客户 *
      *                      对借记/未到账等的争议,带出原交易流水/   *
      *                      渠道/交易码;跟进改责任人与诉求;结案    *
      *                      (退款/更正/驳回)须第二柜员复核;已结案  *
      *                      的客户再诉按重开处理                    *
      * KB/CF TO BE CALLED: NONE                                     *
      * INPUT..............: PKSADSP0                                *
      * OUTPUT.............: PKSADSP0                                *
      * MESSAGE CODE.......: AN023,EN317,EN434,EN435,EN436,END43     *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAACND   SAACNTXN       R                                   *
      * BSAHISD   SAHISTXN       R                                   *
      * BSADSPD   SADSPREG       R/U/I                               *
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
                                       VALUE '/// WK-AREA KSADSP0 ///'.
       01  PCMSGLOG.
           COPY                        PCMSGLOG.
       01 PDBIMAIN.
          COPY                         PDBIMAIN.
       01 DBI-FTCALL.
          COPY                         FTCALL.
       01 DBI-RTRN.
          COPY                         FTRTRN.
       01 SAACNTXN.
          COPY                         SAACNTXN.
       01 SAHISTXN.
          COPY                         SAHISTXN.
       01 SADSPREG.
          COPY                         SADSPREG.
       01  WK-AREA.
           05  WK-SYS-BRANCH-STD       PIC X(9).
           05  WK-SYS-TELLER-ID        PIC X(12).
           05  WK-TXN-FLG              PIC X(01).
               88  WK-TXN-FOUND                  VALUE 'Y'.
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
       01  PKSADSP0.
           COPY                        PKSADSP0.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA,
                                PKSADSP0.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-CHECK-INPUT-RTN.
           IF I-FUN-CODE OF PKSADSP0 = '1'
           THEN
             PERFORM 5000-REGISTER-RTN
           END-IF.
           IF I-FUN-CODE OF PKSADSP0 = '2'
           THEN
             PERFORM 5100-FOLLOW-RTN
           END-IF.
           IF I-FUN-CODE OF PKSADSP0 = '3'
           THEN
             PERFORM 5200-RESOLVE-RTN
           END-IF.
           IF I-FUN-CODE OF PKSADSP0 = '4'
           THEN
             PERFORM 7200-GU-DSP-RTN
             IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
             THEN
               MOVE 'EN436'            TO AIF-MSG-CODE
               PERFORM 9999-MESSAGE-HANDLE-RTN
             END-IF
           END-IF.
           PERFORM 6000-SET-OUTPUT-RTN.
           PERFORM 9000-END-TXN-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSADSP0'.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNTXN.
           INITIALIZE                  SADSPREG.
           INITIALIZE                  PCMSGLOG.
           INITIALIZE                  WK-AREA.
           MOVE SPACES                 TO AIF-MSG-CODE.
           MOVE SYS-BRANCH-STD         TO WK-SYS-BRANCH-STD.
           MOVE SYS-TELLER-ID          TO WK-SYS-TELLER-ID.

       2000-CHECK-INPUT-RTN.
           IF SYS-TX-TYP = C-CLG-TXT-EC AND
              I-FUN-CODE OF PKSADSP0 NOT = '4'
           THEN
             MOVE 'END43'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-FUN-CODE OF PKSADSP0 NOT = '1' AND '2' AND '3'
              AND '4' OR
              I-ACCT-NO OF PKSADSP0 = SPACES OR
              I-DET-N OF PKSADSP0 NOT NUMERIC OR
              I-DET-N OF PKSADSP0 = ZEROS
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
      *    登记:争议类型与客户诉求必输,争议金额为正
           IF I-FUN-CODE OF PKSADSP0 = '1' AND
              ( I-DSP-TYP OF PKSADSP0 NOT = '1' AND '2' AND '3'
                AND '4' AND '9' OR
                I-CLAIM OF PKSADSP0 = SPACES OR
                I-DSP-AMT OF PKSADSP0 NOT NUMERIC OR
                I-DSP-AMT OF PKSADSP0 NOT > ZEROS )
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
      *    结案:结果必输,退款/更正须送金额与记账流水;复核柜员
      *    不得为空或与经办同人
           IF I-FUN-CODE OF PKSADSP0 = '3'
           THEN
             IF I-RSLT OF PKSADSP0 NOT = '1' AND '2' AND '3' OR
                I-RSLT-RMRK OF PKSADSP0 = SPACES OR
                I-RSLT OF PKSADSP0 NOT = '3' AND
                ( I-RSLT-AMT OF PKSADSP0 NOT NUMERIC OR
                  I-RSLT-AMT OF PKSADSP0 NOT > ZEROS OR
                  I-RSLT-LOG-NO OF PKSADSP0 = SPACES )
             THEN
               MOVE 'EN317'            TO AIF-MSG-CODE
               PERFORM 9999-MESSAGE-HANDLE-RTN
             END-IF
             IF I-CHK-TELLER-ID OF PKSADSP0 = SPACES OR
                I-CHK-TELLER-ID OF PKSADSP0 = WK-SYS-TELLER-ID
             THEN
               MOVE 'AN023'            TO AIF-MSG-CODE
               PERFORM 9999-MESSAGE-HANDLE-RTN
             END-IF
           END-IF.

      *    登记:同一明细有未结争议不得重复登记;已结案的重开,
      *    保留原登记机构,重开次数加一
       5000-REGISTER-RTN.
           PERFORM 3000-GET-TXN-RTN.
           PERFORM 7000-GHU-DSP-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND
           THEN
             IF SA-DSP-STS NOT = '2'
             THEN
               MOVE 'EN435'            TO AIF-MSG-CODE
      *        MOVE '该明细已有未结争议' TO AIF-MSG-TEXT
               PERFORM 9999-MESSAGE-HANDLE-RTN
             END-IF
             ADD 1                     TO SA-DSP-REOPEN-CNT
             PERFORM 5010-SET-DSP-RTN
             MOVE SPACES               TO SA-DSP-RSLT
                                          SA-DSP-RSLT-LOG-NO
                                          SA-DSP-RSLT-RMRK
                                          SA-DSP-CLS-DT
                                          SA-DSP-CLS-TLR
                                          SA-DSP-CHK-OPR-NO
             MOVE ZEROS                TO SA-DSP-RSLT-AMT
             PERFORM 7100-REPL-DSP-RTN
           ELSE
             INITIALIZE                SADSPREG
             MOVE I-ACCT-NO OF PKSADSP0
                                       TO SA-DSP-ACCT-NO
             MOVE I-DET-N OF PKSADSP0  TO SA-DSP-DET-N
             MOVE ZEROS                TO SA-DSP-REOPEN-CNT
             MOVE WK-SYS-BRANCH-STD    TO SA-DSP-REG-BRANCH
             MOVE WK-SYS-TELLER-ID     TO SA-DSP-REG-TLR
             MOVE SYS-BUSN-DT          TO SA-DSP-REG-DT
             PERFORM 5010-SET-DSP-RTN
             MOVE SYS-LEGAL-PERSON-ID  TO SA-LEGAL-PERSON-ID
                                          OF SADSPREG
             MOVE SYS-PARTITION-ID     TO SA-DB-PARTITION-ID
                                          OF SADSPREG
             INITIALIZE                PDBIMAIN
             MOVE 'BSADSPD'            TO DBI-DB-NAME
             MOVE FT-ISRT              TO DBI-FT-NAME
             MOVE 'SADSPREG'           TO DBI-SEGMENT-NAME(1)
             CALL 'GDBIMAIN' USING     PDBIMAIN
                                       SADSPREG
                                       AIF-AREA
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

      *    原交易要素取自明细,争议要素取自输入;责任人未送
      *    默认登记柜员
       5010-SET-DSP-RTN.
           MOVE SA-TX-LOG-NO OF SAACNTXN
                                       TO SA-DSP-TX-LOG-NO.
           MOVE SA-TX-DT OF SAACNTXN   TO SA-DSP-TX-DT.
           MOVE SA-TX-AMT OF SAACNTXN  TO SA-DSP-TX-AMT.
           IF SA-DR-AMT OF SAACNTXN NOT = ZEROS
           THEN
             MOVE 'D'                  TO SA-DSP-DR-CR-FLG
           ELSE
             MOVE 'C'                  TO SA-DSP-DR-CR-FLG
           END-IF.
           MOVE SA-LCH-CHAN-NO OF SAACNTXN
                                       TO SA-DSP-LCH-CHAN-NO.
           MOVE SA-APP-TX-CODE OF SAACNTXN
                                       TO SA-DSP-APP-TX-CODE.
           MOVE SA-OPUN-COD OF SAACNTXN
                                       TO SA-DSP-OPUN-COD.
           MOVE I-DSP-TYP OF PKSADSP0  TO SA-DSP-TYP.
           MOVE I-DSP-AMT OF PKSADSP0  TO SA-DSP-AMT.
           MOVE I-CLAIM OF PKSADSP0    TO SA-DSP-CLAIM.
           IF I-OWNER OF PKSADSP0 = SPACES
           THEN
             MOVE WK-SYS-TELLER-ID     TO SA-DSP-OWNER
           ELSE
             MOVE I-OWNER OF PKSADSP0  TO SA-DSP-OWNER
           END-IF.
           MOVE '0'                    TO SA-DSP-STS.
           MOVE SYS-BUSN-DT            TO SA-DSP-UPD-DT.

      *    原交易明细:先查在线明细,未找到再查归档明细
       3000-GET-TXN-RTN.
           MOVE SPACES                 TO WK-TXN-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNTXN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSADSP0  TO DBI-KEY-VALUE1(1).
           MOVE 'SAACNTXN'             TO DBI-SEGMENT-NAME(2).
           MOVE I-DET-N OF PKSADSP0    TO DBI-KEY-VALUE1(2).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAACNTXN
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND
           THEN
             SET WK-TXN-FOUND          TO TRUE
           ELSE
             INITIALIZE                PDBIMAIN
             INITIALIZE                SAHISTXN
             MOVE FT-RTRN-NOTFOUND     TO DBI-NORMAL-STATUS(1)
             MOVE 'BSAHISD'            TO DBI-DB-NAME
             MOVE FT-GU                TO DBI-FT-NAME
             MOVE 'SAHISTXN'           TO DBI-SEGMENT-NAME(1)
             MOVE I-ACCT-NO OF PKSADSP0
                                       TO DBI-KEY-VALUE1(1)
             MOVE 'SAHISTXN'           TO DBI-SEGMENT-NAME(2)
             MOVE I-DET-N OF PKSADSP0  TO DBI-KEY-VALUE1(2)
             CALL 'GDBIMAIN' USING     PDBIMAIN
                                       SAHISTXN
                                       AIF-AREA
             PERFORM 9999-MESSAGE-HANDLE-RTN
             IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND
             THEN
               MOVE SAHISTXN           TO SAACNTXN
               SET WK-TXN-FOUND        TO TRUE
             END-IF
           END-IF.
           IF NOT WK-TXN-FOUND
           THEN
             MOVE 'EN434'              TO AIF-MSG-CODE
      *      MOVE '原交易明细不存在'   TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

      *    跟进:改责任人/补充诉求,状态置处理中
       5100-FOLLOW-RTN.
           PERFORM 5110-GET-OPEN-RTN.
           IF I-OWNER OF PKSADSP0 NOT = SPACES
           THEN
             MOVE I-OWNER OF PKSADSP0  TO SA-DSP-OWNER
           END-IF.
           IF I-CLAIM OF PKSADSP0 NOT = SPACES
           THEN
             MOVE I-CLAIM OF PKSADSP0  TO SA-DSP-CLAIM
           END-IF.
           MOVE '1'                    TO SA-DSP-STS.
           MOVE SYS-BUSN-DT            TO SA-DSP-UPD-DT.
           PERFORM 7100-REPL-DSP-RTN.

       5110-GET-OPEN-RTN.
           PERFORM 7000-GHU-DSP-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND OR
              SA-DSP-STS = '2'
           THEN
             MOVE 'EN436'              TO AIF-MSG-CODE
      *      MOVE '争议登记不存在或已结案' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

       5200-RESOLVE-RTN.
           PERFORM 5110-GET-OPEN-RTN.
           MOVE '2'                    TO SA-DSP-STS.
           MOVE I-RSLT OF PKSADSP0     TO SA-DSP-RSLT.
           IF I-RSLT OF PKSADSP0 = '3'
           THEN
             MOVE ZEROS                TO SA-DSP-RSLT-AMT
             MOVE SPACES               TO SA-DSP-RSLT-LOG-NO
           ELSE
             MOVE I-RSLT-AMT OF PKSADSP0
                                       TO SA-DSP-RSLT-AMT
             MOVE I-RSLT-LOG-NO OF PKSADSP0
                                       TO SA-DSP-RSLT-LOG-NO
           END-IF.
           MOVE I-RSLT-RMRK OF PKSADSP0
                                       TO SA-DSP-RSLT-RMRK.
           MOVE SYS-BUSN-DT            TO SA-DSP-UPD-DT.
           MOVE SYS-BUSN-DT            TO SA-DSP-CLS-DT.
           MOVE WK-SYS-TELLER-ID       TO SA-DSP-CLS-TLR.
           MOVE I-CHK-TELLER-ID OF PKSADSP0
                                       TO SA-DSP-CHK-OPR-NO.
           PERFORM 7100-REPL-DSP-RTN.

       6000-SET-OUTPUT-RTN.
           MOVE SA-DSP-TX-LOG-NO       TO O-TX-LOG-NO OF PKSADSP0.
           MOVE SA-DSP-TX-DT           TO O-TX-DT OF PKSADSP0.
           MOVE SA-DSP-TX-AMT          TO O-TX-AMT OF PKSADSP0.
           MOVE SA-DSP-DR-CR-FLG       TO O-DR-CR-FLG OF PKSADSP0.
           MOVE SA-DSP-LCH-CHAN-NO     TO O-LCH-CHAN-NO OF PKSADSP0.
           MOVE SA-DSP-APP-TX-CODE     TO O-APP-TX-CODE OF PKSADSP0.
           MOVE SA-DSP-TYP             TO O-DSP-TYP OF PKSADSP0.
           MOVE SA-DSP-AMT             TO O-DSP-AMT OF PKSADSP0.
           MOVE SA-DSP-CLAIM           TO O-CLAIM OF PKSADSP0.
           MOVE SA-DSP-OWNER           TO O-OWNER OF PKSADSP0.
           MOVE SA-DSP-STS             TO O-DSP-STS OF PKSADSP0.
           MOVE SA-DSP-RSLT            TO O-RSLT OF PKSADSP0.
           MOVE SA-DSP-RSLT-AMT        TO O-RSLT-AMT OF PKSADSP0.
           MOVE SA-DSP-RSLT-LOG-NO     TO O-RSLT-LOG-NO OF PKSADSP0.
           MOVE SA-DSP-RSLT-RMRK       TO O-RSLT-RMRK OF PKSADSP0.
           MOVE SA-DSP-REG-BRANCH      TO O-REG-BRANCH OF PKSADSP0.
           MOVE SA-DSP-REG-DT          TO O-REG-DT OF PKSADSP0.
           MOVE SA-DSP-REOPEN-CNT      TO O-REOPEN-CNT OF PKSADSP0.
           MOVE SA-DSP-CLS-DT          TO O-CLS-DT OF PKSADSP0.

       7000-GHU-DSP-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SADSPREG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSADSPD'              TO DBI-DB-NAME.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           MOVE 'SADSPREG'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSADSP0  TO DBI-KEY-VALUE1(1).
           MOVE I-DET-N OF PKSADSP0    TO DBI-KEY-VALUE1(2).
           MOVE 'SADSPREG'             TO DBI-SEGMENT-NAME(2).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SADSPREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       7100-REPL-DSP-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSADSPD'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           MOVE 'SADSPREG'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SADSPREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       7200-GU-DSP-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SADSPREG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSADSPD'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SADSPREG'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSADSP0  TO DBI-KEY-VALUE1(1).
           MOVE I-DET-N OF PKSADSP0    TO DBI-KEY-VALUE1(2).
           MOVE 'SADSPREG'             TO DBI-SEGMENT-NAME(2).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SADSPREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       9000-END-TXN-RTN.
           MOVE SPACES                 TO O-RTRN-CODE OF PKSADSP0.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSADSP0'.

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
