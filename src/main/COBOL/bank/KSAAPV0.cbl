      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSAAPV0".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSAAPV0                                 *
      * DESCRIPTION........: APPROVAL-TYPE ACCT PBOC APPROVAL ENTRY  *
      *                      核准类账户核准登记:基本/临时/专用存款    *
      *                      账户开户后待人行核准,只收不付;取得核准  *
      *                      书后登记核准号与核准日期,解除待核准;    *
      *                      核准号前后镜像登记CMNTLOG,由KSARPBC1    *
      *                      按属性变更报人行                         *
      * KB/CF TO BE CALLED: CSACHK0                                  *
      *                      CMNTLOG                                 *
      * INPUT..............: PKSAAPV0                                *
      * OUTPUT.............: PKSAAPV0                                *
      * MESSAGE CODE.......: EN048,EN297,EN317,EN445,EN446,END43     *
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
                                       VALUE '/// WK-AREA KSAAPV0 ///'.
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
       01 SAACNACN.
          COPY                         SAACNACN.
       01  OSAACNACN.
           COPY                        SAACNACN.
       01  WK-AREA.
           05  WK-SYS-BRANCH-STD       PIC X(9).
           05  WK-SYS-TELLER-ID        PIC X(12).
           05  WK-SYS-TX-LOG-NO        PIC X(24).
           05  WK-ACCT-NO              PIC X(32).
           05  WK-APRV-DT              PIC X(08).
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
       01  PKSAAPV0.
           COPY                        PKSAAPV0.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA,
                                PKSAAPV0.
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
                                CONTENT 'BKSAAPV0'.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNACN.
           INITIALIZE                  PCSACHK0.
           INITIALIZE                  PCMNTLOG.
           INITIALIZE                  PCMSGLOG.
           INITIALIZE                  WK-AREA.
           MOVE SPACES                 TO AIF-MSG-CODE.
           MOVE SYS-BRANCH-STD         TO WK-SYS-BRANCH-STD.
           MOVE SYS-TELLER-ID          TO WK-SYS-TELLER-ID.
           MOVE SYS-TX-LOG-NO          TO WK-SYS-TX-LOG-NO.

       2000-CHECK-INPUT-RTN.
      *    核准登记不允许冲正,登记有误时以正确核准号再做一笔
           IF SYS-TX-TYP = C-CLG-TXT-EC
           THEN
             MOVE 'END43'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
      *    核准号为必输;核准日期未输的按当日登记
           IF I-APRV-NO OF PKSAAPV0 = SPACES
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-APRV-DT OF PKSAAPV0 = SPACES
           THEN
             MOVE SYS-BUSN-DT          TO WK-APRV-DT
           ELSE
             MOVE I-APRV-DT OF PKSAAPV0
                                       TO WK-APRV-DT
           END-IF.
           IF WK-APRV-DT IS NOT NUMERIC
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE I-ACCT-NO OF PKSAAPV0  TO WK-ACCT-NO.
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
           IF SA-APRV-STS OF OSAACNACN NOT = C-SA-APRV-PEND
           THEN
             MOVE 'EN445'              TO AIF-MSG-CODE
      *      MOVE '账户不在待核准状态' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
      *    核准日期须在开户日与当日之间
           IF WK-APRV-DT < SA-OPAC-DT OF OSAACNACN OR
              WK-APRV-DT > SYS-BUSN-DT
           THEN
             MOVE 'EN446'              TO AIF-MSG-CODE
      *      MOVE '核准日期早于开户日或晚于当日'
      *                                TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE 'APRV-NO'              TO I-FIELD-NAME OF PCMNTLOG.
           MOVE SA-TMP-APRV-NO OF OSAACNACN
                                       TO I-BEF-VALUE  OF PCMNTLOG.
           MOVE I-APRV-NO OF PKSAAPV0  TO I-AFT-VALUE  OF PCMNTLOG.
           PERFORM 9730-CALL-CMNTLOG-RTN.
           MOVE 'APRV-STS'             TO I-FIELD-NAME OF PCMNTLOG.
           MOVE SA-APRV-STS OF OSAACNACN
                                       TO I-BEF-VALUE  OF PCMNTLOG.
           MOVE SPACES                 TO I-AFT-VALUE  OF PCMNTLOG.
           PERFORM 9730-CALL-CMNTLOG-RTN.
      *    解除待核准,账户即可正常收付
           MOVE I-APRV-NO OF PKSAAPV0  TO SA-TMP-APRV-NO OF SAACNACN.
           MOVE WK-APRV-DT             TO SA-APRV-DT     OF SAACNACN.
           MOVE SPACES                 TO SA-APRV-STS    OF SAACNACN.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAACNACN
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       5000-PREPARE-OUTPUT-RTN.
           MOVE SPACES                 TO O-RTRN-CODE OF PKSAAPV0.
           MOVE SA-ACCT-NAME OF SAACNACN
                                       TO O-ACCT-NAME OF PKSAAPV0.
           MOVE SA-OPAC-DT OF SAACNACN TO O-OPAC-DT   OF PKSAAPV0.
           MOVE SA-TMP-APRV-NO OF SAACNACN
                                       TO O-APRV-NO   OF PKSAAPV0.
           MOVE SA-APRV-DT OF SAACNACN TO O-APRV-DT   OF PKSAAPV0.

       9000-END-TXN-RTN.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSAAPV0'.

      *    前后镜像登记,KSARPBC1次日按属性变更报送
       9730-CALL-CMNTLOG-RTN.
           MOVE I-ACCT-NO OF PKSAAPV0  TO I-ACCT-NO    OF PCMNTLOG.
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
           MOVE I-ACCT-NO OF PKSAAPV0  TO DBI-KEY-VALUE1(1).
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
