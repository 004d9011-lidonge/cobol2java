      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSAEXT0".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSAEXT0                                 *
      * DESCRIPTION........: TEMPORARY DEPOSIT ACCT TERM EXTENSION   *
      *                      临时存款账户展期:凭展期核准文号登记新    *
      *                      有效期,新有效期须晚于原有效期及当日,    *
      *                      且不超过自开户日起的监管最长期限;        *
      *                      有效期与核准文号前后镜像登记CMNTLOG,    *
      *                      由KSARPBC1按属性变更报人行               *
      * KB/CF TO BE CALLED: CSACHK0                                  *
      *                      CCMDAT1                                 *
      *                      CMNTLOG                                 *
      * INPUT..............: PKSAEXT0                                *
      * OUTPUT.............: PKSAEXT0                                *
      * MESSAGE CODE.......: EN048,EN297,EN317,EN441,EN442,EN443,    *
      *                      END43                                   *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAACND   SAACNACN       R/U                                 *
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
                                       VALUE '/// WK-AREA KSAEXT0 ///'.
       01  PCSACHK0.
           COPY                        PCSACHK0.
       01  PCMNTLOG.
           COPY                        PCMNTLOG.
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
       01 SAACNACN.
          COPY                         SAACNACN.
       01  OSAACNACN.
           COPY                        SAACNACN.
       01  WK-AREA.
           05  WK-SYS-BRANCH-STD       PIC X(9).
           05  WK-SYS-TELLER-ID        PIC X(12).
           05  WK-SYS-TX-LOG-NO        PIC X(24).
           05  WK-ACCT-NO              PIC X(32).
           05  WK-MAX-DUE-DT           PIC X(08).
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
       01  PKSAEXT0.
           COPY                        PKSAEXT0.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA,
                                PKSAEXT0.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-CHECK-INPUT-RTN.
           PERFORM 4000-PROCESS-DATA-RTN.
           PERFORM 5000-PREPARE-OUTPUT-RTN.
           PERFORM 9000-END-TXN-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSAEXT0'.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNACN.
           INITIALIZE                  PCSACHK0.
           INITIALIZE                  PCMNTLOG.
           INITIALIZE                  PCCMDAT1.
           INITIALIZE                  PCMSGLOG.
           INITIALIZE                  WK-AREA.
           MOVE SPACES                 TO AIF-MSG-CODE.
           MOVE SYS-BRANCH-STD         TO WK-SYS-BRANCH-STD.
           MOVE SYS-TELLER-ID          TO WK-SYS-TELLER-ID.
           MOVE SYS-TX-LOG-NO          TO WK-SYS-TX-LOG-NO.

       2000-CHECK-INPUT-RTN.
      *    展期不允许冲正,登记有误时凭新核准再做一笔展期
           IF SYS-TX-TYP = C-CLG-TXT-EC
           THEN
             MOVE 'END43'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
      *    核准文号与新有效期均为必输
           IF I-APRV-NO OF PKSAEXT0 = SPACES OR
              I-NEW-DUE-DT OF PKSAEXT0 IS NOT NUMERIC
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE I-ACCT-NO OF PKSAEXT0  TO WK-ACCT-NO.
           PERFORM 9711-CALL-CSACHK0-RTN.
           IF O-ACCT-FLG OF PCSACHK0 NOT = C-CM-FLAG-TRUE
              OR O-PUB-PRI-FLG NOT = C-CM-PUB-FLG
           THEN
             MOVE 'EN297'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

       4000-PROCESS-DATA-RTN.
           PERFORM 9802-GU-SAACNACN-RTN.
           IF ( DBI-DB-STATUS = FT-RTRN-NOTFOUND )
           THEN
             MOVE 'EN048'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE SAACNACN               TO OSAACNACN.
      *    登记了有效期的方为临时存款账户
           IF SA-AVL-DUE-DT OF OSAACNACN = SPACES
           THEN
             MOVE 'EN441'              TO AIF-MSG-CODE
      *      MOVE '非临时存款账户,无有效期可展'
      *                                TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-NEW-DUE-DT OF PKSAEXT0 NOT >
                                 SA-AVL-DUE-DT OF OSAACNACN OR
              I-NEW-DUE-DT OF PKSAEXT0 < SYS-BUSN-DT
           THEN
             MOVE 'EN442'              TO AIF-MSG-CODE
      *      MOVE '新有效期须晚于原有效期且不早于当日'
      *                                TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           PERFORM 4100-CALC-MAX-DUE-RTN.
           IF I-NEW-DUE-DT OF PKSAEXT0 > WK-MAX-DUE-DT
           THEN
             MOVE 'EN443'              TO AIF-MSG-CODE
      *      MOVE '新有效期超过临时存款账户最长期限'
      *                                TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE 'AVL-DUE-DT'           TO I-FIELD-NAME OF PCMNTLOG.
           MOVE SA-AVL-DUE-DT OF OSAACNACN
                                       TO I-BEF-VALUE  OF PCMNTLOG.
           MOVE I-NEW-DUE-DT OF PKSAEXT0
                                       TO I-AFT-VALUE  OF PCMNTLOG.
           PERFORM 9730-CALL-CMNTLOG-RTN.
           MOVE 'TMP-APRV-NO'          TO I-FIELD-NAME OF PCMNTLOG.
           MOVE SA-TMP-APRV-NO OF OSAACNACN
                                       TO I-BEF-VALUE  OF PCMNTLOG.
           MOVE I-APRV-NO OF PKSAEXT0  TO I-AFT-VALUE  OF PCMNTLOG.
           PERFORM 9730-CALL-CMNTLOG-RTN.
      *    展期后到期预告阶段清空,按新有效期重新预告
           MOVE I-NEW-DUE-DT OF PKSAEXT0
                                       TO SA-AVL-DUE-DT OF SAACNACN.
           MOVE I-APRV-NO OF PKSAEXT0  TO SA-TMP-APRV-NO OF SAACNACN.
           MOVE SPACES                 TO SA-TMP-NTC-STG OF SAACNACN.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAACNACN
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

      *    监管最长期限自开户日起算,与原有效期无关
       4100-CALC-MAX-DUE-RTN.
           INITIALIZE                  PCCMDAT1.
           MOVE C-CM-DT-SDTOED         TO I-CMDATE-FUNC
                                          OF PCCMDAT1.
           MOVE C-CM-DT-DEP-DAY        TO I-CMDATE-TYPE
                                          OF PCCMDAT1.
           MOVE SA-OPAC-DT OF OSAACNACN
                                       TO IO-CMDATE-STA-DATE
                                          OF PCCMDAT1.
           MOVE C-SA-TMP-MAX-DDD       TO IO-CMDATE-PERIOD-DDD
                                          OF PCCMDAT1.
           CALL 'CCMDAT1' USING AIF-AREA
                                PCCMDAT1
                                SYS-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           MOVE IO-CMDATE-END-DATE OF PCCMDAT1
                                       TO WK-MAX-DUE-DT.

       5000-PREPARE-OUTPUT-RTN.
           MOVE SPACES                 TO O-RTRN-CODE OF PKSAEXT0.
           MOVE SA-ACCT-NAME OF SAACNACN
                                       TO O-ACCT-NAME OF PKSAEXT0.
           MOVE SA-AVL-DUE-DT OF OSAACNACN
                                       TO O-OLD-DUE-DT OF PKSAEXT0.
           MOVE SA-AVL-DUE-DT OF SAACNACN
                                       TO O-NEW-DUE-DT OF PKSAEXT0.
           MOVE WK-MAX-DUE-DT          TO O-MAX-DUE-DT OF PKSAEXT0.
           MOVE SA-TMP-APRV-NO OF SAACNACN
                                       TO O-APRV-NO    OF PKSAEXT0.

       9000-END-TXN-RTN.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSAEXT0'.

      *    前后镜像登记,KSARPBC1次日按属性变更报送
       9730-CALL-CMNTLOG-RTN.
           MOVE I-ACCT-NO OF PKSAEXT0  TO I-ACCT-NO    OF PCMNTLOG.
           MOVE WK-SYS-TELLER-ID       TO I-TELLER-ID  OF PCMNTLOG.
           MOVE WK-SYS-BRANCH-STD      TO I-BRANCH-STD OF PCMNTLOG.
           MOVE WK-SYS-TX-LOG-NO       TO I-TX-LOG-NO  OF PCMNTLOG.
           MOVE SYS-BUSN-DT            TO I-BUSN-DT    OF PCMNTLOG.
           CALL 'CMNTLOG' USING        AIF-AREA
                                       PCMNTLOG
                                       SYS-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF O-MSG-TYPE OF PCMNTLOG NOT = SPACE
           THEN
             MOVE O-RTRN-CODE OF PCMNTLOG
                                       TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

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

       9802-GU-SAACNACN-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNACN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           MOVE I-ACCT-NO OF PKSAEXT0  TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAACNACN
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       9999-MESSAGE-HANDLE-RTN.
           IF AIF-MSG-CODE NOT = SPACES
           THEN
             PERFORM 9736-CALL-CMSGLOG-RTN
           END-IF.
           COPY                        GSYSEHRT.
