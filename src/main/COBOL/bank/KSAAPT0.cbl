      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSAAPT0".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSAAPT0                                 *
      * DESCRIPTION........: ONLINE ACCT OPENING APPOINTMENT         *
      *                      网银预约开户受理:登记单位资料、账户种类  *
      *                      /用途、代理人及申请币种,提交即待预审;  *
      *                      KSARAPS1夜间预审,预审通过的由GSA01060   *
      *                      凭预约编号调入开户;支持查询及开户前     *
      *                      客户撤回                                *
      * KB/CF TO BE CALLED: CCMDAT1                                  *
      * INPUT..............: PKSAAPT0                                *
      * OUTPUT.............: PKSAAPT0                                *
      * MESSAGE CODE.......: EN048,EN317,EN449,EN452,END43           *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAAPTD   SAAPTREG       R/I/U                               *
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
                                       VALUE '/// WK-AREA KSAAPT0 ///'.
       01  PCCMDAT1.
           COPY                        PCCMDAT1.
       01  PCMSGLOG.
           COPY                        PCMSGLOG.
       01 PDBIMAIN.
          COPY                         PDBIMAIN.
       01 DBI-FTCALL.
          COPY                         FTCALL.
       01 DBI-RTRN.
          COPY                         FTRTRN.
       01 SAAPTREG.
          COPY                         SAAPTREG.
       01  WK-AREA.
           05  WK-SYS-BRANCH-STD       PIC X(9).
           05  WK-SYS-TELLER-ID        PIC X(12).
           05  WK-IX                   PIC 9(02).
           05  WK-FT-NAME              PIC X(04).
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
       01  PKSAAPT0.
           COPY                        PKSAAPT0.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA,
                                PKSAAPT0.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-CHECK-INPUT-RTN.
           EVALUATE I-FUN-CODE OF PKSAAPT0
             WHEN '1'
               PERFORM 4000-SUBMIT-RTN
             WHEN '2'
               PERFORM 4500-QUERY-RTN
             WHEN '3'
               PERFORM 4600-WITHDRAW-RTN
           END-EVALUATE.
           PERFORM 5000-PREPARE-OUTPUT-RTN.
           PERFORM 9000-END-TXN-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSAAPT0'.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAAPTREG.
           INITIALIZE                  PCCMDAT1.
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
           IF I-FUN-CODE OF PKSAAPT0 NOT = '1' AND '2' AND '3'
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
      *      MOVE '功能码错误'         TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-APT-REF-NO OF PKSAAPT0 = SPACES
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
      *    提交时单位名称/证件、产品、账户种类、预约网点及首个
      *    申请币种为必输
           IF I-FUN-CODE OF PKSAAPT0 = '1' AND
              ( I-CUST-NAME OF PKSAAPT0 = SPACES OR
                I-CERT-TYP OF PKSAAPT0 = SPACES OR
                I-CERT-ID OF PKSAAPT0 = SPACES OR
                I-PD-CODE OF PKSAAPT0 = SPACES OR
                I-ACCT-KIND OF PKSAAPT0 = SPACES OR
                I-BRANCH-STD OF PKSAAPT0 = SPACES OR
                I-CURR-COD OF PKSAAPT0(1) = SPACES )
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

      *    提交:同一预约编号不得重复提交
       4000-SUBMIT-RTN.
           MOVE FT-GU                  TO DBI-FT-NAME.
           PERFORM 9801-GET-SAAPTREG-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND
           THEN
             MOVE 'EN449'              TO AIF-MSG-CODE
      *      MOVE '预约编号已存在'     TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           PERFORM 4100-CALC-EXP-DT-RTN.
           INITIALIZE                  SAAPTREG.
           MOVE I-APT-REF-NO OF PKSAAPT0
                                       TO SA-APT-REF-NO.
           MOVE SYS-BUSN-DT            TO SA-APT-SUBMIT-DT.
           MOVE SYS-CPU-TM1            TO SA-APT-SUBMIT-TM.
           MOVE I-BRANCH-STD OF PKSAAPT0
                                       TO SA-APT-BRANCH-STD.
           MOVE I-VISIT-DT OF PKSAAPT0 TO SA-APT-VISIT-DT.
           MOVE IO-CMDATE-END-DATE OF PCCMDAT1
                                       TO SA-APT-EXP-DT.
           MOVE '0'                    TO SA-APT-STS.
           MOVE I-CUST-NAME OF PKSAAPT0
                                       TO SA-APT-CUST-NAME.
           MOVE I-CERT-TYP OF PKSAAPT0 TO SA-APT-CERT-TYP.
           MOVE I-CERT-ID OF PKSAAPT0  TO SA-APT-CERT-ID.
           MOVE I-BUSN-LICE OF PKSAAPT0
                                       TO SA-APT-BUSN-LICE.
           MOVE I-CONTACT-TEL OF PKSAAPT0
                                       TO SA-APT-CONTACT-TEL.
           MOVE I-LGL-REP-NAME OF PKSAAPT0
                                       TO SA-APT-LGL-REP-NAME.
           MOVE I-LGL-REP-CERT-TYP OF PKSAAPT0
                                       TO SA-APT-LGL-REP-CERT-TYP.
           MOVE I-LGL-REP-CERT-ID OF PKSAAPT0
                                       TO SA-APT-LGL-REP-CERT-ID.
           MOVE I-PD-CODE OF PKSAAPT0  TO SA-APT-PD-CODE.
           MOVE I-ACCT-KIND OF PKSAAPT0
                                       TO SA-APT-ACCT-KIND.
           MOVE I-ACCT-CHAR OF PKSAAPT0
                                       TO SA-APT-ACCT-CHAR.
           MOVE I-ACCT-TYP OF PKSAAPT0 TO SA-APT-ACCT-TYP.
           MOVE I-DRW-TYP OF PKSAAPT0  TO SA-APT-DRW-TYP.
           MOVE I-USG-RE OF PKSAAPT0   TO SA-APT-USG-RE.
           MOVE I-ACCT-VALIDITY OF PKSAAPT0
                                       TO SA-APT-ACCT-VALIDITY.
           MOVE I-AGT-FLG OF PKSAAPT0  TO SA-APT-AGT-FLG.
           MOVE I-AGT-CERT-TYP OF PKSAAPT0
                                       TO SA-APT-AGT-CERT-TYP.
           MOVE I-AGT-CERT-ID OF PKSAAPT0
                                       TO SA-APT-AGT-CERT-ID.
           MOVE I-AGT-NAME OF PKSAAPT0 TO SA-APT-AGT-NAME.
           MOVE I-NATY-COD OF PKSAAPT0 TO SA-APT-NATY-COD.
           MOVE I-AGT-TEL OF PKSAAPT0  TO SA-APT-AGT-TEL.
           MOVE 1                      TO WK-IX.
           PERFORM 4010-MOVE-CURR-RTN UNTIL WK-IX > 3.
           MOVE SYS-BUSN-DT            TO SA-APT-UPD-DT.
           MOVE SYS-LEGAL-PERSON-ID    TO SA-LEGAL-PERSON-ID
                                          OF SAAPTREG.
           MOVE SYS-PARTITION-ID       TO SA-DB-PARTITION-ID
                                          OF SAAPTREG.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAAPTD'              TO DBI-DB-NAME.
           MOVE FT-ISRT                TO DBI-FT-NAME.
           MOVE 'SAAPTREG'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAAPTREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       4010-MOVE-CURR-RTN.
           MOVE I-CURR-COD OF PKSAAPT0(WK-IX)
                                       TO SA-APT-CURR-COD(WK-IX).
           MOVE I-CURR-IDEN OF PKSAAPT0(WK-IX)
                                       TO SA-APT-CURR-IDEN(WK-IX).
           ADD 1                       TO WK-IX.

      *    预约有效期:提交日起算
       4100-CALC-EXP-DT-RTN.
           INITIALIZE                  PCCMDAT1.
           MOVE C-CM-DT-SDTOED         TO I-CMDATE-FUNC
                                          OF PCCMDAT1.
           MOVE C-CM-DT-DEP-DAY        TO I-CMDATE-TYPE
                                          OF PCCMDAT1.
           MOVE SYS-BUSN-DT            TO IO-CMDATE-STA-DATE
                                          OF PCCMDAT1.
           MOVE C-SA-APT-VALID-DAYS    TO IO-CMDATE-PERIOD-DDD
                                          OF PCCMDAT1.
           CALL 'CCMDAT1' USING AIF-AREA
                                PCCMDAT1
                                SYS-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       4500-QUERY-RTN.
           MOVE FT-GU                  TO DBI-FT-NAME.
           PERFORM 9801-GET-SAAPTREG-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE 'EN048'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

      *    撤回:已开户、已过期或已撤回的不受理
       4600-WITHDRAW-RTN.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           PERFORM 9801-GET-SAAPTREG-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE 'EN048'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF SA-APT-STS NOT = '0' AND '1' AND '2'
           THEN
             MOVE 'EN452'              TO AIF-MSG-CODE
      *      MOVE '预约已开户或已失效,不可撤回' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE '5'                    TO SA-APT-STS.
           MOVE SYS-BUSN-DT            TO SA-APT-UPD-DT.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAAPTD'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAAPTREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       5000-PREPARE-OUTPUT-RTN.
           MOVE SA-APT-STS             TO O-APT-STS   OF PKSAAPT0.
           MOVE SA-APT-SUBMIT-DT       TO O-SUBMIT-DT OF PKSAAPT0.
           MOVE SA-APT-EXP-DT          TO O-EXP-DT    OF PKSAAPT0.
           MOVE SA-APT-SCR-DT          TO O-SCR-DT    OF PKSAAPT0.
           MOVE SA-APT-SCR-CODE        TO O-SCR-CODE  OF PKSAAPT0.
           MOVE SA-APT-SCR-TEXT        TO O-SCR-TEXT  OF PKSAAPT0.
           MOVE 1                      TO WK-IX.
           PERFORM 5010-MOVE-CURR-RTN UNTIL WK-IX > 3.

       5010-MOVE-CURR-RTN.
           MOVE SA-APT-CURR-COD(WK-IX) TO O-CURR-COD
                                          OF PKSAAPT0(WK-IX).
           MOVE SA-APT-CURR-IDEN(WK-IX)
                                       TO O-CURR-IDEN
                                          OF PKSAAPT0(WK-IX).
           MOVE SA-APT-ACCT-NO(WK-IX)  TO O-ACCT-NO
                                          OF PKSAAPT0(WK-IX).
           ADD 1                       TO WK-IX.

       9000-END-TXN-RTN.
           MOVE SPACES                 TO O-RTRN-CODE OF PKSAAPT0.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSAAPT0'.

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
       9801-GET-SAAPTREG-RTN.
           MOVE DBI-FT-NAME            TO WK-FT-NAME.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAAPTREG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAAPTD'              TO DBI-DB-NAME.
           MOVE WK-FT-NAME             TO DBI-FT-NAME.
           MOVE 'SAAPTREG'             TO DBI-SEGMENT-NAME(1).
           MOVE I-APT-REF-NO OF PKSAAPT0
                                       TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAAPTREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       9999-MESSAGE-HANDLE-RTN.
           IF AIF-MSG-CODE NOT = SPACES
           THEN
             PERFORM 9736-CALL-CMSGLOG-RTN
           END-IF.
           COPY                        GSYSEHRT.
