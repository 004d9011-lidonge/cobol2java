      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSACHL0".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSACHL0                                 *
      * DESCRIPTION........: ACCOUNT CHANNEL LIMIT MAINT             *
      *                      账户渠道限额设置/撤销/查询:凭客户签     *
      *                      署的申请书按账号+发起渠道登记单笔、当   *
      *                      日累计、当月累计支付限额(零为不限),     *
      *                      变更保留本日本月已用额;KSAWDR0按登记    *
      *                      在用限额逐笔检查,超限拒绝               *
      * KB/CF TO BE CALLED: CSACHK0                                  *
      * INPUT..............: PKSACHL0                                *
      * OUTPUT.............: PKSACHL0                                *
      * MESSAGE CODE.......: EN048,EN297,EN317,EN465,END43           *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSACHLD   SACHLLMT       R/I/U                               *
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
                                       VALUE '/// WK-AREA KSACHL0 ///'.
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
       01 SACHLLMT.
          COPY                         SACHLLMT.
       01  WK-AREA.
           05  WK-ACCT-NO              PIC X(32).
           05  WK-SYS-BRANCH-STD       PIC X(9).
           05  WK-SYS-TELLER-ID        PIC X(12).
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
       01  PKSACHL0.
           COPY                        PKSACHL0.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA,
                                PKSACHL0.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-CHECK-INPUT-RTN.
           EVALUATE I-FUN-CODE OF PKSACHL0
             WHEN '1'
               PERFORM 4000-SET-RTN
             WHEN '2'
               PERFORM 4500-REVOKE-RTN
             WHEN OTHER
               PERFORM 4800-QUERY-RTN
           END-EVALUATE.
           PERFORM 5000-PREPARE-OUTPUT-RTN.
           PERFORM 9000-END-TXN-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSACHL0'.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SACHLLMT.
           INITIALIZE                  PCSACHK0.
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
           IF I-FUN-CODE OF PKSACHL0 NOT = '1' AND '2' AND '3'
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
      *      MOVE '功能码错误'         TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-ACCT-NO OF PKSACHL0 = SPACES OR
              I-CHAN-NO OF PKSACHL0 = SPACES
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
      *    设置/撤销须凭客户签署的申请书
           IF ( I-FUN-CODE OF PKSACHL0 = '1' OR '2' ) AND
              ( I-SIGN-DOC-NO OF PKSACHL0 = SPACES OR
                I-SIGN-DT OF PKSACHL0 NOT NUMERIC OR
                I-SIGN-DT OF PKSACHL0 > SYS-BUSN-DT )
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
      *    限额不得为负;单笔不得大于当日,当日不得大于当月
      *    (零为不限,不参与比较)
           IF I-FUN-CODE OF PKSACHL0 = '1'
           THEN
             IF I-TXN-LMT OF PKSACHL0 < ZEROS OR
                I-DAY-LMT OF PKSACHL0 < ZEROS OR
                I-MON-LMT OF PKSACHL0 < ZEROS
             THEN
               MOVE 'EN317'            TO AIF-MSG-CODE
               PERFORM 9999-MESSAGE-HANDLE-RTN
             END-IF
             IF I-TXN-LMT OF PKSACHL0 > ZEROS AND
                I-DAY-LMT OF PKSACHL0 > ZEROS AND
                I-TXN-LMT OF PKSACHL0 > I-DAY-LMT OF PKSACHL0
             THEN
               MOVE 'EN317'            TO AIF-MSG-CODE
               PERFORM 9999-MESSAGE-HANDLE-RTN
             END-IF
             IF I-DAY-LMT OF PKSACHL0 > ZEROS AND
                I-MON-LMT OF PKSACHL0 > ZEROS AND
                I-DAY-LMT OF PKSACHL0 > I-MON-LMT OF PKSACHL0
             THEN
               MOVE 'EN317'            TO AIF-MSG-CODE
               PERFORM 9999-MESSAGE-HANDLE-RTN
             END-IF
           END-IF.
           MOVE I-ACCT-NO OF PKSACHL0  TO WK-ACCT-NO.
           PERFORM 9711-CALL-CSACHK0-RTN.

      *    已登记的变更限额并重新在用,保留已用额;未登记的新增
       4000-SET-RTN.
           PERFORM 9801-GHU-SACHLLMT-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             INITIALIZE                SACHLLMT
             MOVE I-ACCT-NO OF PKSACHL0
                                       TO SA-CHL-ACCT-NO
             MOVE I-CHAN-NO OF PKSACHL0
                                       TO SA-CHL-CHAN-NO
             MOVE SYS-BUSN-DT          TO SA-CHL-USE-DT
             MOVE SYS-BUSN-DT(1:6)     TO SA-CHL-USE-MM
             MOVE SYS-LEGAL-PERSON-ID  TO SA-LEGAL-PERSON-ID
                                          OF SACHLLMT
             MOVE SYS-PARTITION-ID     TO SA-DB-PARTITION-ID
                                          OF SACHLLMT
           END-IF.
           MOVE I-TXN-LMT OF PKSACHL0  TO SA-CHL-TXN-LMT.
           MOVE I-DAY-LMT OF PKSACHL0  TO SA-CHL-DAY-LMT.
           MOVE I-MON-LMT OF PKSACHL0  TO SA-CHL-MON-LMT.
           MOVE '0'                    TO SA-CHL-STS.
           MOVE I-SIGN-DOC-NO OF PKSACHL0
                                       TO SA-CHL-SIGN-DOC-NO.
           MOVE I-SIGN-DT OF PKSACHL0  TO SA-CHL-SIGN-DT.
           MOVE SYS-BUSN-DT            TO SA-CHL-UPD-DT.
           MOVE WK-SYS-TELLER-ID       TO SA-CHL-UPD-TLR.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             INITIALIZE                PDBIMAIN
             MOVE 'BSACHLD'            TO DBI-DB-NAME
             MOVE FT-ISRT              TO DBI-FT-NAME
             MOVE 'SACHLLMT'           TO DBI-SEGMENT-NAME(1)
           ELSE
             INITIALIZE                PDBIMAIN
             MOVE 'BSACHLD'            TO DBI-DB-NAME
             MOVE FT-REPL              TO DBI-FT-NAME
           END-IF.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SACHLLMT
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       4500-REVOKE-RTN.
           PERFORM 9801-GHU-SACHLLMT-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE 'EN048'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF SA-CHL-STS NOT = '0'
           THEN
             MOVE 'EN465'              TO AIF-MSG-CODE
      *      MOVE '渠道限额非在用状态' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE '1'                    TO SA-CHL-STS.
           MOVE I-SIGN-DOC-NO OF PKSACHL0
                                       TO SA-CHL-SIGN-DOC-NO.
           MOVE I-SIGN-DT OF PKSACHL0  TO SA-CHL-SIGN-DT.
           MOVE SYS-BUSN-DT            TO SA-CHL-UPD-DT.
           MOVE WK-SYS-TELLER-ID       TO SA-CHL-UPD-TLR.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSACHLD'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SACHLLMT
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       4800-QUERY-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SACHLLMT.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSACHLD'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SACHLLMT'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSACHL0  TO DBI-KEY-VALUE1(1).
           MOVE I-CHAN-NO OF PKSACHL0  TO DBI-KEY-VALUE2(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SACHLLMT
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE 'EN048'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

      *    已用额按营业日/年月过期的回显为零
       5000-PREPARE-OUTPUT-RTN.
           MOVE SA-CHL-TXN-LMT         TO O-TXN-LMT OF PKSACHL0.
           MOVE SA-CHL-DAY-LMT         TO O-DAY-LMT OF PKSACHL0.
           MOVE SA-CHL-MON-LMT         TO O-MON-LMT OF PKSACHL0.
           MOVE SA-CHL-STS             TO O-STS     OF PKSACHL0.
           MOVE SA-CHL-USE-DT          TO O-USE-DT  OF PKSACHL0.
           MOVE SA-CHL-USE-MM          TO O-USE-MM  OF PKSACHL0.
           IF SA-CHL-USE-DT = SYS-BUSN-DT
           THEN
             MOVE SA-CHL-DAY-USED      TO O-DAY-USED OF PKSACHL0
           ELSE
             MOVE ZEROS                TO O-DAY-USED OF PKSACHL0
           END-IF.
           IF SA-CHL-USE-MM = SYS-BUSN-DT(1:6)
           THEN
             MOVE SA-CHL-MON-USED      TO O-MON-USED OF PKSACHL0
           ELSE
             MOVE ZEROS                TO O-MON-USED OF PKSACHL0
           END-IF.
           MOVE SA-CHL-SIGN-DOC-NO     TO O-SIGN-DOC-NO OF PKSACHL0.
           MOVE SA-CHL-SIGN-DT         TO O-SIGN-DT OF PKSACHL0.
           MOVE SA-CHL-UPD-DT          TO O-UPD-DT  OF PKSACHL0.

       9000-END-TXN-RTN.
           MOVE SPACES                 TO O-RTRN-CODE OF PKSACHL0.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSACHL0'.

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

       9736-CALL-CMSGLOG-RTN.
           INITIALIZE                  PCMSGLOG.
           MOVE AIF-MSG-CODE           TO I-MSG-CODE   OF PCMSGLOG.
           MOVE WK-SYS-TELLER-ID       TO I-TELLER-ID  OF PCMSGLOG.
           MOVE WK-SYS-BRANCH-STD      TO I-BRANCH-STD OF PCMSGLOG.
           MOVE SYS-BUSN-DT            TO I-BUSN-DT    OF PCMSGLOG.
           CALL 'CMSGLOG' USING        AIF-AREA
                                       PCMSGLOG
                                       SYS-AREA.

       9801-GHU-SACHLLMT-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SACHLLMT.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSACHLD'              TO DBI-DB-NAME.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           MOVE 'SACHLLMT'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSACHL0  TO DBI-KEY-VALUE1(1).
           MOVE I-CHAN-NO OF PKSACHL0  TO DBI-KEY-VALUE2(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SACHLLMT
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       9999-MESSAGE-HANDLE-RTN.
           IF AIF-MSG-CODE NOT = SPACES
           THEN
             PERFORM 9736-CALL-CMSGLOG-RTN
           END-IF.
           COPY                        GSYSEHRT.
