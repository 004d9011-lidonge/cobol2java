      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSACBK0".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSACBK0                                 *
      * DESCRIPTION........: POST-OPENING CALLBACK VERIFICATION      *
      *                      开户回访登记:按账号登记每次回访的日期/   *
      *                      方式/结果/回访人员,确认无误即完成回访   *
      *                      并解除回访受限;信息不符或否认开户的     *
      *                      即置回访受限,非柜面渠道存取款受阻;     *
      *                      超期未回访由KSARCBK1批量置受限           *
      * KB/CF TO BE CALLED: CSACHK0                                  *
      * INPUT..............: PKSACBK0                                *
      * OUTPUT.............: PKSACBK0                                *
      * MESSAGE CODE.......: EN048,EN297,EN317,EN447,END43           *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSACBKD   SACBKREG       R/U                                 *
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
                                       VALUE '/// WK-AREA KSACBK0 ///'.
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
       01 SACBKREG.
          COPY                         SACBKREG.
       01  WK-AREA.
           05  WK-ACCT-NO              PIC X(32).
           05  WK-SYS-BRANCH-STD       PIC X(9).
           05  WK-SYS-TELLER-ID        PIC X(12).
           05  WK-CBK-DT               PIC X(08).
           05  WK-CBK-STAFF            PIC X(12).
           05  WK-NEW-CTL-STS          PIC X(01).
           05  WK-IX                   PIC 9(02).
           05  WK-SLOT                 PIC 9(02).
           05  WK-FT-NAME              PIC X(04).
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
       01  PKSACBK0.
           COPY                        PKSACBK0.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA,
                                PKSACBK0.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-CHECK-INPUT-RTN.
           IF I-FUN-CODE OF PKSACBK0 = '1'
           THEN
             PERFORM 4000-REG-CALLBACK-RTN
           ELSE
             PERFORM 4500-QUERY-RTN
           END-IF.
           PERFORM 5000-PREPARE-OUTPUT-RTN.
           PERFORM 9000-END-TXN-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSACBK0'.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNACN.
           INITIALIZE                  SACBKREG.
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
           IF I-FUN-CODE OF PKSACBK0 NOT = '1' AND '2'
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
      *      MOVE '功能码错误'         TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-FUN-CODE OF PKSACBK0 = '1'
           THEN
             PERFORM 2100-CHECK-REG-RTN
           END-IF.
           MOVE I-ACCT-NO OF PKSACBK0  TO WK-ACCT-NO.
           PERFORM 9711-CALL-CSACHK0-RTN.

      *    回访方式/结果须在码值范围内,回访日期不得晚于当日
       2100-CHECK-REG-RTN.
           IF I-CBK-MTHD OF PKSACBK0 NOT = '1' AND '2' AND '3'
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-CBK-RSLT OF PKSACBK0 NOT = '1' AND '2' AND '3'
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-CBK-DT OF PKSACBK0 = SPACES
           THEN
             MOVE SYS-BUSN-DT          TO WK-CBK-DT
           ELSE
             MOVE I-CBK-DT OF PKSACBK0 TO WK-CBK-DT
           END-IF.
           IF WK-CBK-DT IS NOT NUMERIC OR
              WK-CBK-DT > SYS-BUSN-DT
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-CBK-STAFF OF PKSACBK0 = SPACES
           THEN
             MOVE WK-SYS-TELLER-ID     TO WK-CBK-STAFF
           ELSE
             MOVE I-CBK-STAFF OF PKSACBK0
                                       TO WK-CBK-STAFF
           END-IF.

      *    登记回访:已确认的任务不再受理;结果决定任务状态与
      *    账户回访受限标志
       4000-REG-CALLBACK-RTN.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           PERFORM 9801-GET-SACBKREG-RTN.
           IF SA-CBK-STS = '1'
           THEN
             MOVE 'EN447'              TO AIF-MSG-CODE
      *      MOVE '开户回访已确认,无须再登记' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           PERFORM 4100-ADD-TRY-RTN.
           MOVE SPACES                 TO WK-NEW-CTL-STS.
           EVALUATE I-CBK-RSLT OF PKSACBK0
             WHEN '1'
               MOVE '1'                TO SA-CBK-STS
               MOVE WK-CBK-DT          TO SA-CBK-VRF-DT
               MOVE 'C'                TO WK-NEW-CTL-STS
             WHEN '3'
               MOVE '3'                TO SA-CBK-STS
               MOVE 'R'                TO WK-NEW-CTL-STS
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
           MOVE SYS-BUSN-DT            TO SA-CBK-UPD-DT.
           MOVE WK-SYS-TELLER-ID       TO SA-CBK-UPD-TLR.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSACBKD'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SACBKREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           PERFORM 9802-GET-SAACNACN-RTN.
           IF WK-NEW-CTL-STS NOT = SPACES
           THEN
             PERFORM 4200-SET-ACCT-CTL-RTN
           END-IF.

      *    回访记录保留最近五次:未满按次序落位,已满整组前移
      *    一位后落第五位
       4100-ADD-TRY-RTN.
           IF SA-CBK-TRY-CNT < 5
           THEN
             COMPUTE WK-SLOT = SA-CBK-TRY-CNT + 1
           ELSE
             MOVE 1                    TO WK-IX
             PERFORM 4110-SHIFT-TRY-RTN UNTIL WK-IX > 4
             MOVE 5                    TO WK-SLOT
           END-IF.
           MOVE WK-CBK-DT              TO SA-CBK-TRY-DT(WK-SLOT).
           MOVE I-CBK-MTHD OF PKSACBK0 TO SA-CBK-TRY-MTHD(WK-SLOT).
           MOVE I-CBK-RSLT OF PKSACBK0 TO SA-CBK-TRY-RSLT(WK-SLOT).
           MOVE WK-CBK-STAFF           TO SA-CBK-TRY-STAFF(WK-SLOT).
           MOVE I-RMRK OF PKSACBK0     TO SA-CBK-TRY-RMRK(WK-SLOT).
           IF SA-CBK-TRY-CNT < 999
           THEN
             ADD 1                     TO SA-CBK-TRY-CNT
           END-IF.

       4110-SHIFT-TRY-RTN.
           MOVE SA-CBK-TRY-GRP(WK-IX + 1)
                                       TO SA-CBK-TRY-GRP(WK-IX).
           ADD 1                       TO WK-IX.

      *    C-确认无误解除回访受限 R-回访不符即置受限
       4200-SET-ACCT-CTL-RTN.
           IF WK-NEW-CTL-STS = 'C'
           THEN
             MOVE SPACES               TO SA-CBK-CTL-STS OF SAACNACN
           ELSE
             MOVE C-SA-CBK-RSTR        TO SA-CBK-CTL-STS OF SAACNACN
           END-IF.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAACNACN
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       4500-QUERY-RTN.
           MOVE FT-GU                  TO DBI-FT-NAME.
           PERFORM 9801-GET-SACBKREG-RTN.
           MOVE FT-GU                  TO DBI-FT-NAME.
           PERFORM 9802-GET-SAACNACN-RTN.

       5000-PREPARE-OUTPUT-RTN.
           MOVE SA-ACCT-NAME OF SAACNACN
                                       TO O-ACCT-NAME   OF PKSACBK0.
           MOVE SA-CBK-STS             TO O-CBK-STS     OF PKSACBK0.
           MOVE SA-CBK-OPAC-DT         TO O-OPAC-DT     OF PKSACBK0.
           MOVE SA-CBK-DUE-DT          TO O-DUE-DT      OF PKSACBK0.
           MOVE SA-CBK-VRF-DT          TO O-VRF-DT      OF PKSACBK0.
           MOVE SA-CBK-CONTACT-TEL     TO O-CONTACT-TEL OF PKSACBK0.
           MOVE SA-CBK-LGL-REP-NAME    TO O-LGL-REP-NAME
                                          OF PKSACBK0.
           MOVE SA-CBK-TRY-CNT         TO O-TRY-CNT     OF PKSACBK0.
           MOVE 1                      TO WK-IX.
           PERFORM 5010-MOVE-TRY-RTN UNTIL WK-IX > 5.
           MOVE SA-CBK-CTL-STS OF SAACNACN
                                       TO O-CTL-STS     OF PKSACBK0.

       5010-MOVE-TRY-RTN.
           MOVE SA-CBK-TRY-DT(WK-IX)   TO O-TRY-DT(WK-IX).
           MOVE SA-CBK-TRY-MTHD(WK-IX) TO O-TRY-MTHD(WK-IX).
           MOVE SA-CBK-TRY-RSLT(WK-IX) TO O-TRY-RSLT(WK-IX).
           MOVE SA-CBK-TRY-STAFF(WK-IX)
                                       TO O-TRY-STAFF(WK-IX).
           MOVE SA-CBK-TRY-RMRK(WK-IX) TO O-TRY-RMRK(WK-IX).
           ADD 1                       TO WK-IX.

       9000-END-TXN-RTN.
           MOVE SPACES                 TO O-RTRN-CODE OF PKSACBK0.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSACBK0'.

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

      *    调用前DBI-FT-NAME置GU或GHU
       9801-GET-SACBKREG-RTN.
           MOVE DBI-FT-NAME            TO WK-FT-NAME.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SACBKREG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSACBKD'              TO DBI-DB-NAME.
           MOVE WK-FT-NAME             TO DBI-FT-NAME.
           MOVE 'SACBKREG'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSACBK0  TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SACBKREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE 'EN048'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

       9802-GET-SAACNACN-RTN.
           MOVE DBI-FT-NAME            TO WK-FT-NAME.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNACN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE WK-FT-NAME             TO DBI-FT-NAME.
           MOVE I-ACCT-NO OF PKSACBK0  TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAACNACN
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE 'EN048'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

       9999-MESSAGE-HANDLE-RTN.
           IF AIF-MSG-CODE NOT = SPACES
           THEN
             PERFORM 9736-CALL-CMSGLOG-RTN
           END-IF.
           COPY                        GSYSEHRT.
