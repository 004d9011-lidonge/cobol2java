      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSACMP0".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSACMP0                                 *
      * DESCRIPTION........: DEPOSIT PROMOTION CAMPAIGN              *
      *                      存款营销活动:功能1柜面登记活动(参与条件 *
      *                      、考核口径与目标、奖励方式,双人复核); *
      *                      功能2柜面撤销活动(双人复核);功能3账户 *
      *                      报名(按产品/开户机构/存款人类别/开户   *
      *                      日期区间校验);功能4退出报名;功能5报名  *
      *                      查询.月末考核及奖励入账见KSARCMP1       *
      * KB/CF TO BE CALLED: (无)                                     *
      * INPUT..............: PKSACMP0                                *
      * OUTPUT.............: PKSACMP0                                *
      * MESSAGE CODE.......: AN023,EN048,EN317,EN456,EN457,EN458,    *
      *                      EN459,END43                             *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSACMPD   SACMPREG       R/I/U                               *
      * BSACMPD   SACMPENR       R/I/U                               *
      * BSAACND   SAACNACN       R                                   *
      * BSAACND   SAACNAMT       R                                   *
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
                                       VALUE '/// WK-AREA KSACMP0 ///'.
       01  PCMSGLOG.
           COPY                        PCMSGLOG.
       01 PDBIMAIN.
          COPY                         PDBIMAIN.
       01 DBI-FTCALL.
          COPY                         FTCALL.
       01 DBI-RTRN.
          COPY                         FTRTRN.
       01 SACMPREG.
          COPY                         SACMPREG.
       01 SACMPENR.
          COPY                         SACMPENR.
       01 SAACNACN.
          COPY                         SAACNACN.
       01 SAACNAMT.
          COPY                         SAACNAMT.
       01  WK-AREA.
           05  WK-SYS-BRANCH-STD       PIC X(9).
           05  WK-SYS-TELLER-ID        PIC X(12).
           05  WK-FT-NAME              PIC X(04).
           05  WK-ENR-FOUND-FLG        PIC X(01).
           05  WK-SAACNAMT-KEY.
               10  WK-CURR-COD         PIC X(03).
               10  WK-CURR-IDEN        PIC X(01).
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
       01  PKSACMP0.
           COPY                        PKSACMP0.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA,
                                PKSACMP0.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-CHECK-INPUT-RTN.
           EVALUATE I-FUN-CODE OF PKSACMP0
             WHEN '1'
               PERFORM 4000-REG-CMP-RTN
             WHEN '2'
               PERFORM 4100-CANCEL-CMP-RTN
             WHEN '3'
               PERFORM 4200-ENROL-RTN
             WHEN '4'
               PERFORM 4300-WITHDRAW-RTN
             WHEN OTHER
               PERFORM 4400-QUERY-RTN
           END-EVALUATE.
           PERFORM 9000-END-TXN-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSACMP0'.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SACMPREG.
           INITIALIZE                  SACMPENR.
           INITIALIZE                  SAACNACN.
           INITIALIZE                  SAACNAMT.
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
           IF I-CMP-ID OF PKSACMP0 = SPACES
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           EVALUATE I-FUN-CODE OF PKSACMP0
             WHEN '1'
               PERFORM 2100-CHECK-REG-RTN
      *        活动撤销仅限柜面,须双人复核
             WHEN '2'
               IF SYS-LCH-CHANNEL-FLAG NOT = C-CM-CHANNEL-TLR
               THEN
                 MOVE 'EN317'          TO AIF-MSG-CODE
                 PERFORM 9999-MESSAGE-HANDLE-RTN
               END-IF
               PERFORM 2200-CHECK-DUAL-RTN
             WHEN '3'
             WHEN '4'
             WHEN '5'
               IF I-ACCT-NO OF PKSACMP0 = SPACES
               THEN
                 MOVE 'EN317'          TO AIF-MSG-CODE
                 PERFORM 9999-MESSAGE-HANDLE-RTN
               END-IF
             WHEN OTHER
               MOVE 'EN317'            TO AIF-MSG-CODE
               PERFORM 9999-MESSAGE-HANDLE-RTN
           END-EVALUATE.

      *    活动登记仅限柜面;考核期、口径、目标及奖励方式必输,
      *    免收费须送免费截止日,奖励利息须送定额或年利率
       2100-CHECK-REG-RTN.
           IF SYS-LCH-CHANNEL-FLAG NOT = C-CM-CHANNEL-TLR OR
              I-CMP-NAME OF PKSACMP0 = SPACES OR
              I-CURR-COD OF PKSACMP0 = SPACES OR
              I-MSR-BASIS OF PKSACMP0 NOT = '1' AND '2' AND '3' OR
              I-MSR-BGN-DT OF PKSACMP0 NOT NUMERIC OR
              I-MSR-END-DT OF PKSACMP0 NOT NUMERIC OR
              I-MSR-END-DT OF PKSACMP0 < I-MSR-BGN-DT OF PKSACMP0 OR
              I-MSR-END-DT OF PKSACMP0 < SYS-BUSN-DT OR
              I-ENR-END-DT OF PKSACMP0 NOT NUMERIC OR
              I-ENR-END-DT OF PKSACMP0 > I-MSR-END-DT OF PKSACMP0 OR
              I-TGT-AMT OF PKSACMP0 NOT > ZEROS
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           EVALUATE I-RWD-TYP OF PKSACMP0
             WHEN '1'
               IF I-WAIVE-END-DT OF PKSACMP0 NOT NUMERIC OR
                  I-WAIVE-END-DT OF PKSACMP0 <
                                       I-MSR-END-DT OF PKSACMP0
               THEN
                 MOVE 'EN317'          TO AIF-MSG-CODE
                 PERFORM 9999-MESSAGE-HANDLE-RTN
               END-IF
             WHEN '2'
               IF I-RWD-AMT OF PKSACMP0 < ZEROS OR
                  I-RWD-AMT OF PKSACMP0 = ZEROS AND
                  I-RWD-RATE OF PKSACMP0 = ZEROS
               THEN
                 MOVE 'EN317'          TO AIF-MSG-CODE
                 PERFORM 9999-MESSAGE-HANDLE-RTN
               END-IF
             WHEN OTHER
               MOVE 'EN317'            TO AIF-MSG-CODE
               PERFORM 9999-MESSAGE-HANDLE-RTN
           END-EVALUATE.
           IF I-CURR-COD OF PKSACMP0 = C-CM-RMB-COD
           THEN
             MOVE C-SA-RMB-CURR-IDEN   TO I-CURR-IDEN OF PKSACMP0
           END-IF.
           PERFORM 2200-CHECK-DUAL-RTN.

       2200-CHECK-DUAL-RTN.
           IF I-CHK-TELLER-ID OF PKSACMP0 = SPACES OR
              I-CHK-TELLER-ID OF PKSACMP0 = WK-SYS-TELLER-ID
           THEN
             MOVE 'AN023'              TO AIF-MSG-CODE
      *      MOVE '营销活动须双人复核' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

      *    活动编号不得重复;登记即进行中
       4000-REG-CMP-RTN.
           MOVE FT-GU                  TO DBI-FT-NAME.
           PERFORM 9801-GET-SACMPREG-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND
           THEN
             MOVE 'EN458'              TO AIF-MSG-CODE
      *      MOVE '活动编号或报名已存在' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           INITIALIZE                  SACMPREG.
           MOVE I-CMP-ID OF PKSACMP0   TO SA-CMP-ID.
           MOVE I-CMP-NAME OF PKSACMP0 TO SA-CMP-NAME.
           MOVE '0'                    TO SA-CMP-STS.
           MOVE I-PDP-CODE OF PKSACMP0 TO SA-CMP-PDP-CODE.
           MOVE I-BRANCH-STD OF PKSACMP0
                                       TO SA-CMP-BRANCH-STD.
           MOVE I-CUST-TYPE OF PKSACMP0
                                       TO SA-CMP-CUST-TYPE.
           MOVE I-OPAC-BGN-DT OF PKSACMP0
                                       TO SA-CMP-OPAC-BGN-DT.
           MOVE I-OPAC-END-DT OF PKSACMP0
                                       TO SA-CMP-OPAC-END-DT.
           MOVE I-ENR-END-DT OF PKSACMP0
                                       TO SA-CMP-ENR-END-DT.
           MOVE I-CURR-COD OF PKSACMP0 TO SA-CMP-CURR-COD.
           MOVE I-CURR-IDEN OF PKSACMP0
                                       TO SA-CMP-CURR-IDEN.
           MOVE I-MSR-BASIS OF PKSACMP0
                                       TO SA-CMP-MSR-BASIS.
           MOVE I-MSR-BGN-DT OF PKSACMP0
                                       TO SA-CMP-MSR-BGN-DT.
           MOVE I-MSR-END-DT OF PKSACMP0
                                       TO SA-CMP-MSR-END-DT.
           MOVE I-TGT-AMT OF PKSACMP0  TO SA-CMP-TGT-AMT.
           MOVE I-RWD-TYP OF PKSACMP0  TO SA-CMP-RWD-TYP.
           IF I-RWD-TYP OF PKSACMP0 = '1'
           THEN
             MOVE I-WAIVE-END-DT OF PKSACMP0
                                       TO SA-CMP-WAIVE-END-DT
           ELSE
             MOVE I-RWD-AMT OF PKSACMP0
                                       TO SA-CMP-RWD-AMT
             MOVE I-RWD-RATE OF PKSACMP0
                                       TO SA-CMP-RWD-RATE
           END-IF.
           MOVE SYS-BUSN-DT            TO SA-CMP-REG-DT
                                          SA-CMP-UPD-DT.
           MOVE WK-SYS-BRANCH-STD      TO SA-CMP-REG-BRANCH-STD.
           MOVE WK-SYS-TELLER-ID       TO SA-CMP-OPR-NO
                                          SA-CMP-UPD-TLR.
           MOVE I-CHK-TELLER-ID OF PKSACMP0
                                       TO SA-CMP-CHK-OPR-NO.
           MOVE SYS-LEGAL-PERSON-ID    TO SA-LEGAL-PERSON-ID
                                          OF SACMPREG.
           MOVE SYS-PARTITION-ID       TO SA-DB-PARTITION-ID
                                          OF SACMPREG.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSACMPD'              TO DBI-DB-NAME.
           MOVE FT-ISRT                TO DBI-FT-NAME.
           MOVE 'SACMPREG'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SACMPREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           MOVE SA-CMP-STS             TO O-CMP-STS OF PKSACMP0.

      *    撤销只对进行中的活动;已报名账户不再考核,已置免收费
      *    的由KSARCMP1按免费截止日照常恢复
       4100-CANCEL-CMP-RTN.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           PERFORM 9801-GET-SACMPREG-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND OR
              SA-CMP-STS NOT = '0'
           THEN
             MOVE 'EN456'              TO AIF-MSG-CODE
      *      MOVE '营销活动不存在或非进行中' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE '9'                    TO SA-CMP-STS.
           MOVE SYS-BUSN-DT            TO SA-CMP-UPD-DT.
           MOVE WK-SYS-TELLER-ID       TO SA-CMP-UPD-TLR.
           PERFORM 9803-REPL-SACMPREG-RTN.
           MOVE SA-CMP-STS             TO O-CMP-STS OF PKSACMP0.

      *    报名:活动须进行中且未过报名截止日;账户须存在、考核
      *    币种未销户且满足参与条件;同一活动同一账户只报一次,
      *    退出后可重新报名
       4200-ENROL-RTN.
           MOVE FT-GU                  TO DBI-FT-NAME.
           PERFORM 9801-GET-SACMPREG-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND OR
              SA-CMP-STS NOT = '0' OR
              SA-CMP-ENR-END-DT < SYS-BUSN-DT
           THEN
             MOVE 'EN456'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           PERFORM 9802-GU-SAACNACN-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE 'EN048'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           PERFORM 9804-GU-SAACNAMT-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND OR
              SA-DDP-ACCT-STS OF SAACNAMT = C-SA-CLOSED-COD OR
              SA-ACCT-STS OF SAACNACN = '1'
           THEN
             MOVE 'EN457'              TO AIF-MSG-CODE
      *      MOVE '账户不符合活动参与条件' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           PERFORM 4210-CHECK-ELIG-RTN.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           PERFORM 9805-GET-SACMPENR-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE 'N'                  TO WK-ENR-FOUND-FLG
           ELSE
             MOVE 'Y'                  TO WK-ENR-FOUND-FLG
             IF SA-CME-STS NOT = '9'
             THEN
               MOVE 'EN458'            TO AIF-MSG-CODE
               PERFORM 9999-MESSAGE-HANDLE-RTN
             END-IF
           END-IF.
           INITIALIZE                  SACMPENR.
           MOVE SA-CMP-ID              TO FK-SACMP-KEY.
           MOVE I-ACCT-NO OF PKSACMP0  TO SA-CME-ACCT-NO.
           MOVE SA-OPAC-INSTN-NO OF SAACNACN
                                       TO SA-CME-BRANCH-STD.
           MOVE '0'                    TO SA-CME-STS.
           MOVE SYS-BUSN-DT            TO SA-CME-ENR-DT
                                          SA-CME-UPD-DT.
           MOVE WK-SYS-TELLER-ID       TO SA-CME-ENR-TLR.
           MOVE SA-ACCT-BAL OF SAACNAMT
                                       TO SA-CME-BASE-BAL.
           MOVE SYS-LEGAL-PERSON-ID    TO SA-LEGAL-PERSON-ID
                                          OF SACMPENR.
           MOVE SYS-PARTITION-ID       TO SA-DB-PARTITION-ID
                                          OF SACMPENR.
           IF WK-ENR-FOUND-FLG = 'Y'
           THEN
             PERFORM 9806-REPL-SACMPENR-RTN
           ELSE
             INITIALIZE                PDBIMAIN
             MOVE 'BSACMPD'            TO DBI-DB-NAME
             MOVE FT-ISRT              TO DBI-FT-NAME
             MOVE 'SACMPREG'           TO DBI-SEGMENT-NAME(1)
             MOVE 'SACMPENR'           TO DBI-SEGMENT-NAME(2)
             MOVE SA-CMP-ID            TO DBI-KEY-VALUE1(1)
             CALL 'GDBIMAIN' USING PDBIMAIN
                                   SACMPENR
                                   AIF-AREA
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           PERFORM 4410-SET-ENR-OUT-RTN.

      *    参与条件:活动登记栏位空白为不限
       4210-CHECK-ELIG-RTN.
           IF ( SA-CMP-PDP-CODE NOT = SPACES AND
                SA-CMP-PDP-CODE NOT = SA-PDP-CODE OF SAACNACN ) OR
              ( SA-CMP-BRANCH-STD NOT = SPACES AND
                SA-CMP-BRANCH-STD NOT =
                                 SA-OPAC-INSTN-NO OF SAACNACN ) OR
              ( SA-CMP-CUST-TYPE NOT = SPACES AND
                SA-CMP-CUST-TYPE NOT =
                                 SA-DEP-CUST-TYPE OF SAACNACN ) OR
              ( SA-CMP-OPAC-BGN-DT NOT = SPACES AND
                SA-OPAC-DT OF SAACNACN < SA-CMP-OPAC-BGN-DT ) OR
              ( SA-CMP-OPAC-END-DT NOT = SPACES AND
                SA-OPAC-DT OF SAACNACN > SA-CMP-OPAC-END-DT )
           THEN
             MOVE 'EN457'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

      *    退出只对已报名未考核的
       4300-WITHDRAW-RTN.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           PERFORM 9805-GET-SACMPENR-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND OR
              SA-CME-STS NOT = '0'
           THEN
             MOVE 'EN459'              TO AIF-MSG-CODE
      *      MOVE '报名不存在或已考核' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE '9'                    TO SA-CME-STS.
           MOVE SYS-BUSN-DT            TO SA-CME-UPD-DT.
           PERFORM 9806-REPL-SACMPENR-RTN.
           PERFORM 4410-SET-ENR-OUT-RTN.

       4400-QUERY-RTN.
           MOVE FT-GU                  TO DBI-FT-NAME.
           PERFORM 9801-GET-SACMPREG-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE 'EN456'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE SA-CMP-STS             TO O-CMP-STS OF PKSACMP0.
           MOVE FT-GU                  TO DBI-FT-NAME.
           PERFORM 9805-GET-SACMPENR-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE 'EN459'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           PERFORM 4410-SET-ENR-OUT-RTN.

       4410-SET-ENR-OUT-RTN.
           MOVE SA-CMP-STS             TO O-CMP-STS  OF PKSACMP0.
           MOVE SA-CME-STS             TO O-CME-STS  OF PKSACMP0.
           MOVE SA-CME-ENR-DT          TO O-ENR-DT   OF PKSACMP0.
           MOVE SA-CME-BASE-BAL        TO O-BASE-BAL OF PKSACMP0.
           MOVE SA-CME-MSR-DT          TO O-MSR-DT   OF PKSACMP0.
           MOVE SA-CME-MSR-AMT         TO O-MSR-AMT  OF PKSACMP0.
           MOVE SA-CME-RWD-AMT         TO O-RWD-AMT  OF PKSACMP0.
           MOVE SA-CME-RWD-DT          TO O-RWD-DT   OF PKSACMP0.

       9000-END-TXN-RTN.
           MOVE SPACES                 TO O-RTRN-CODE OF PKSACMP0.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSACMP0'.

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
       9801-GET-SACMPREG-RTN.
           MOVE DBI-FT-NAME            TO WK-FT-NAME.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SACMPREG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSACMPD'              TO DBI-DB-NAME.
           MOVE WK-FT-NAME             TO DBI-FT-NAME.
           MOVE 'SACMPREG'             TO DBI-SEGMENT-NAME(1).
           MOVE I-CMP-ID OF PKSACMP0   TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SACMPREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       9802-GU-SAACNACN-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNACN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE I-ACCT-NO OF PKSACMP0  TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAACNACN
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       9803-REPL-SACMPREG-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSACMPD'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SACMPREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

      *    按活动考核币种取账户余额
       9804-GU-SAACNAMT-RTN.
           MOVE SA-CMP-CURR-COD        TO WK-CURR-COD.
           MOVE SA-CMP-CURR-IDEN       TO WK-CURR-IDEN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNAMT.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE I-ACCT-NO OF PKSACMP0  TO DBI-KEY-VALUE1(1).
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SAACNAMT'             TO DBI-SEGMENT-NAME(2).
           MOVE WK-SAACNAMT-KEY        TO DBI-KEY-VALUE1(2).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAACNAMT
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

      *    调用前DBI-FT-NAME置GU或GHU
       9805-GET-SACMPENR-RTN.
           MOVE DBI-FT-NAME            TO WK-FT-NAME.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SACMPENR.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSACMPD'              TO DBI-DB-NAME.
           MOVE WK-FT-NAME             TO DBI-FT-NAME.
           MOVE 'SACMPREG'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SACMPENR'             TO DBI-SEGMENT-NAME(2).
           MOVE I-CMP-ID OF PKSACMP0   TO DBI-KEY-VALUE1(1).
           MOVE I-ACCT-NO OF PKSACMP0  TO DBI-KEY-VALUE1(2).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SACMPENR
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       9806-REPL-SACMPENR-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSACMPD'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SACMPENR
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       9999-MESSAGE-HANDLE-RTN.
           IF AIF-MSG-CODE NOT = SPACES
           THEN
             PERFORM 9736-CALL-CMSGLOG-RTN
           END-IF.
           COPY                        GSYSEHRT.
