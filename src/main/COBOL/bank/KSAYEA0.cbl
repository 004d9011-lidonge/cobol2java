      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSAYEA0".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSAYEA0                                 *
      * DESCRIPTION........: PRIOR-YEAR ADJUSTMENT POSTING           *
      *                      年终调整期入账:KSARYEC1快照后开放的      *
      *                      调整期内,按上年会计日期借记/贷记;        *
      *                      经KSAWDR0/KSADEP0完整校验链入账,明细     *
      *                      带会计日期(新年度对账单不列),总账日      *
      *                      记账按会计日期入上年,同时累加年终决算    *
      *                      余额段调整额;理由代码必输,第二柜员复核  *
      * KB/CF TO BE CALLED: CSACHK0 KSADEP0/KSAWDR0(GSYSTRIG)        *
      * INPUT..............: PKSAYEA0                                *
      * OUTPUT.............: PKSAYEA0                                *
      * MESSAGE CODE.......: AN023,EN033,EN048,EN297,EN317,EN409,    *
      *                      EN410,EN466,END43                       *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAACND   SAACNACN       R                                   *
      * BSAYECD   SAYECCTL       R/U                                 *
      * BSAYECD   SAYECBAL       R/U                                 *
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
                                       VALUE '/// WK-AREA KSAYEA0 ///'.
       01  PCSACHK0.
           COPY                        PCSACHK0.
       01  PCMSGLOG.
           COPY                        PCMSGLOG.
       01  PKSADEP0.
           COPY                        PKSADEP0.
       01  PKSAWDR0.
           COPY                        PKSAWDR0.
       01 PDBIMAIN.
          COPY                         PDBIMAIN.
       01 DBI-FTCALL.
          COPY                         FTCALL.
       01 DBI-RTRN.
          COPY                         FTRTRN.
       01 SAACNACN.
          COPY                         SAACNACN.
       01 SAYECCTL.
          COPY                         SAYECCTL.
       01 SAYECBAL.
          COPY                         SAYECBAL.
       01  WK-AREA.
           05  WK-ACCT-NO              PIC X(32).
           05  WK-SYS-BRANCH-STD       PIC X(9).
           05  WK-SYS-TELLER-ID        PIC X(12).
           05  WK-SYS-TX-LOG-NO        PIC X(24).
           05  WK-RMRK                 PIC X(62).
           05  WK-DET-NO               PIC 9(07).
      *    调整净额方向:贷正借负
           05  WK-ADJ-AMT              PIC S9(16)V9(2) COMP-3.
           05  WK-YEB-KEY.
               10  WK-YK-YEAR          PIC X(04).
               10  WK-YK-CURR-COD      PIC X(03).
               10  WK-YK-CURR-IDEN     PIC X(01).
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
       01  PKSAYEA0.
           COPY                        PKSAYEA0.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA,
                                PKSAYEA0.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-CHECK-INPUT-RTN.
           PERFORM 3000-CHECK-WINDOW-RTN.
           PERFORM 3100-GET-YEB-RTN.
           PERFORM 4000-POST-ADJ-RTN.
           PERFORM 4100-GET-DET-RTN.
           PERFORM 5000-UPD-YEB-RTN.
           PERFORM 5100-UPD-CTL-RTN.
           PERFORM 9000-END-TXN-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSAYEA0'.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNACN.
           INITIALIZE                  SAYECCTL.
           INITIALIZE                  SAYECBAL.
           INITIALIZE                  PCSACHK0.
           INITIALIZE                  PCMSGLOG.
           INITIALIZE                  PKSADEP0.
           INITIALIZE                  PKSAWDR0.
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
      *    账号/币种/借贷方向必输
           IF I-ACCT-NO OF PKSAYEA0 = SPACES OR
              I-CURR-COD OF PKSAYEA0 = SPACES OR
              I-DR-CR-FLG OF PKSAYEA0 NOT = 'D' AND 'C'
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
      *    理由代码必输且须在代码表内
           IF I-RSN-COD OF PKSAYEA0 NOT = '01' AND '02' AND '03'
                                      AND '09'
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
      *      MOVE '调整理由代码错误'   TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-AMT OF PKSAYEA0 NOT > ZEROS
           THEN
             MOVE 'EN033'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
      *    双人复核:复核柜员必输且不得与经办柜员同一人
           IF I-CHK-TELLER-ID OF PKSAYEA0 = SPACES OR
              I-CHK-TELLER-ID OF PKSAYEA0 = WK-SYS-TELLER-ID
           THEN
             MOVE 'AN023'              TO AIF-MSG-CODE
      *      MOVE '年终调整入账须双人复核' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE I-ACCT-NO OF PKSAYEA0  TO WK-ACCT-NO.
           PERFORM 9711-CALL-CSACHK0-RTN.
           IF O-ACCT-FLG OF PCSACHK0 NOT = C-CM-FLAG-TRUE
              OR O-PUB-PRI-FLG NOT = C-CM-PUB-FLG
           THEN
             MOVE 'EN297'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

      *    调整期校验:会计日期所属年度已快照且调整期开放,
      *    当日未过调整期截止日,会计日期不晚于年终决算日
       3000-CHECK-WINDOW-RTN.
           IF I-ACCT-DT OF PKSAYEA0 NOT NUMERIC OR
              I-ACCT-DT OF PKSAYEA0 NOT < SYS-BUSN-DT
           THEN
             MOVE 'EN409'              TO AIF-MSG-CODE
      *      MOVE '会计日期不在开放的调整期年度内' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAYECCTL.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAYECD'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAYECCTL'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-DT OF PKSAYEA0(1:4)
                                       TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAYECCTL
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND OR
              SA-YEC-STS NOT = '1' OR
              SYS-BUSN-DT > SA-YEC-ADJ-END-DT OR
              I-ACCT-DT OF PKSAYEA0 > SA-YEC-YE-DT
           THEN
             MOVE 'EN409'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

      *    年终决算余额段须已由快照建立
       3100-GET-YEB-RTN.
           MOVE SA-YEC-YEAR            TO WK-YK-YEAR.
           MOVE I-CURR-COD OF PKSAYEA0 TO WK-YK-CURR-COD.
           MOVE I-CURR-IDEN OF PKSAYEA0
                                       TO WK-YK-CURR-IDEN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAYECBAL.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAYECD'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAYECBAL'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSAYEA0  TO DBI-KEY-VALUE1(1).
           MOVE WK-YEB-KEY             TO DBI-KEY-VALUE2(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAYECBAL
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE 'EN410'              TO AIF-MSG-CODE
      *      MOVE '无年终决算余额记录' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

      *    经KSADEP0/KSAWDR0完整校验链入账:交易日/起息日为当日,
      *    会计日期为上年,专用摘要,备注带会计日期与理由
       4000-POST-ADJ-RTN.
           MOVE SPACES                 TO WK-RMRK.
           STRING '上年调整 '          DELIMITED BY SIZE
                  I-ACCT-DT OF PKSAYEA0
                                       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  I-RSN-COD OF PKSAYEA0
                                       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  I-RMRK OF PKSAYEA0   DELIMITED BY SIZE
                                       INTO WK-RMRK.
           IF I-DR-CR-FLG OF PKSAYEA0 = 'C'
           THEN
             PERFORM 4010-POST-CR-RTN
             MOVE I-AMT OF PKSAYEA0    TO WK-ADJ-AMT
           ELSE
             PERFORM 4020-POST-DR-RTN
             COMPUTE WK-ADJ-AMT = ZEROS - I-AMT OF PKSAYEA0
           END-IF.

       4010-POST-CR-RTN.
           INITIALIZE                  PKSADEP0.
           MOVE I-ACCT-NO OF PKSAYEA0  TO I-ACCT-NO    OF PKSADEP0.
           MOVE I-CURR-COD OF PKSAYEA0 TO I-CURR-COD   OF PKSADEP0.
           MOVE I-CURR-IDEN OF PKSAYEA0
                                       TO I-CURR-IDEN  OF PKSADEP0.
           MOVE I-AMT OF PKSAYEA0      TO I-AMT        OF PKSADEP0.
           MOVE C-CM-TXTYP-TR          TO I-TX-TYP     OF PKSADEP0.
           MOVE SYS-BUSN-DT            TO I-VAL-DT     OF PKSADEP0.
           MOVE SYS-BUSN-DT            TO I-TX-DT      OF PKSADEP0.
           MOVE C-YE-ADJ OF MEMCONST   TO I-DSCRP-COD  OF PKSADEP0.
           MOVE WK-RMRK                TO I-RMRK       OF PKSADEP0.
           MOVE I-CHK-TELLER-ID OF PKSAYEA0
                                       TO I-CHK-TELLER-ID
                                          OF PKSADEP0.
           MOVE I-ACCT-DT OF PKSAYEA0  TO I-ACCT-DT    OF PKSADEP0.
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

       4020-POST-DR-RTN.
           INITIALIZE                  PKSAWDR0.
           MOVE I-ACCT-NO OF PKSAYEA0  TO I-ACCT-NO    OF PKSAWDR0.
           MOVE I-CURR-COD OF PKSAYEA0 TO I-CURR-COD   OF PKSAWDR0.
           MOVE I-CURR-IDEN OF PKSAYEA0
                                       TO I-CURR-IDEN  OF PKSAWDR0.
           MOVE I-AMT OF PKSAYEA0      TO I-AMT        OF PKSAWDR0.
           MOVE C-CM-TXTYP-TR          TO I-TX-TYP     OF PKSAWDR0.
           MOVE SYS-BUSN-DT            TO I-VAL-DT     OF PKSAWDR0.
           MOVE SYS-BUSN-DT            TO I-TX-DT      OF PKSAWDR0.
           MOVE C-YE-ADJ OF MEMCONST   TO I-DSCRP-COD  OF PKSAWDR0.
           MOVE WK-RMRK                TO I-RMRK       OF PKSAWDR0.
           MOVE I-ACCT-DT OF PKSAYEA0  TO I-ACCT-DT    OF PKSAWDR0.
           CALL 'GSYSTRIG'             USING APA-AREA
                                             PKSAWDR0
                                       CONTENT 'KSAWDR0 '.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF O-RTRN-CODE OF PKSAWDR0 NOT = SPACES
           THEN
             MOVE O-RTRN-CODE OF PKSAWDR0
                                       TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF O-SCN-HOLD-FLG OF PKSAWDR0 = '1'
           THEN
             MOVE 'EN466'              TO AIF-MSG-CODE
      *      MOVE '交易对手疑似命中制裁名单,组合交易不予办理'
      *                                TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

      *    记账后账户明细数即本笔调整明细号
       4100-GET-DET-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNACN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSAYEA0  TO DBI-KEY-VALUE1(1).
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
                                       TO WK-DET-NO.

      *    年终决算余额段累加调整净额,重算认定年终余额
       5000-UPD-YEB-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAYECBAL.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAYECD'              TO DBI-DB-NAME.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           MOVE 'SAYECBAL'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSAYEA0  TO DBI-KEY-VALUE1(1).
           MOVE WK-YEB-KEY             TO DBI-KEY-VALUE2(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAYECBAL
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE 'EN410'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           COMPUTE SA-YEB-ADJ-AMT = SA-YEB-ADJ-AMT + WK-ADJ-AMT.
           ADD 1                       TO SA-YEB-ADJ-CNT.
           MOVE SYS-BUSN-DT            TO SA-YEB-LTM-ADJ-DT.
           COMPUTE SA-YEB-FNL-BAL = SA-YEB-ACCT-BAL + SA-YEB-ADJ-AMT.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAYECD'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAYECBAL
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           MOVE WK-DET-NO              TO O-DET-NO-N     OF PKSAYEA0.
           MOVE SA-YEB-ACCT-BAL        TO O-YEB-ACCT-BAL OF PKSAYEA0.
           MOVE SA-YEB-ADJ-AMT         TO O-YEB-ADJ-AMT  OF PKSAYEA0.
           MOVE SA-YEB-FNL-BAL         TO O-YEB-FNL-BAL  OF PKSAYEA0.

       5100-UPD-CTL-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAYECCTL.
           MOVE 'BSAYECD'              TO DBI-DB-NAME.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           MOVE 'SAYECCTL'             TO DBI-SEGMENT-NAME(1).
           MOVE WK-YK-YEAR             TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAYECCTL
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           ADD 1                       TO SA-YEC-ADJ-CNT.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAYECD'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAYECCTL
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       9000-END-TXN-RTN.
           MOVE SPACES                 TO O-RTRN-CODE OF PKSAYEA0.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSAYEA0'.

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
