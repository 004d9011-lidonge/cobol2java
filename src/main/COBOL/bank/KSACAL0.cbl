      *                      业日历与币种清算日历同段维护;             *
      *                      CNXTBDT改由本日历取数,国务院调休          *
      *                      公告录入即生效;变更留前后类型,影          *
      *                      响面经KSARCAL1出报告;登记/变更先经        *
      *                      KSAPCR0登记变更申请,第二柜员审批(可       *
      *                      指定生效日)后由KSAPCR0送申请编号驱动      *
      *                      本交易更新日历                            *
      * KB/CF TO BE CALLED: CMNTLOG KSAPCR0(GSYSTRIG)                *
      * INPUT..............: PKSACAL0                                *
      * OUTPUT.............: PKSACAL0                                *
      * MESSAGE CODE.......: EN048,EN317,EN460,END43                 *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSACALD   SABDTCAL       R/I/U                               *
      * BSAPRMD   SAPRMCHG       R                                   *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
           COPY                        PCMNTLOG.
       01  PCMSGLOG.
           COPY                        PCMSGLOG.
       01  W-PKSAPCR0.
           COPY                        PKSAPCR0.
       01 PDBIMAIN.
          COPY                         PDBIMAIN.
       01 DBI-FTCALL.
          COPY                         FTRTRN.
       01 SABDTCAL.
          COPY                         SABDTCAL.
       01 SAPRMCHG.
          COPY                         SAPRMCHG.
       01  WK-AREA.
           05  WK-SYS-BRANCH-STD       PIC X(9).
           05  WK-SYS-TELLER-ID        PIC X(12).
           05  WK-PRM-KEY.
               10  WK-PRM-CURR-COD     PIC X(03).
               10  WK-PRM-CAL-DT       PIC X(08).
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           INITIALIZE                  SABDTCAL.
           INITIALIZE                  PCMNTLOG.
           INITIALIZE                  PCMSGLOG.
           INITIALIZE                  W-PKSAPCR0.
           INITIALIZE                  SAPRMCHG.
           INITIALIZE                  WK-AREA.
           MOVE SPACES                 TO AIF-MSG-CODE.
           MOVE SYS-BRANCH-STD         TO WK-SYS-BRANCH-STD.
           MOVE SYS-TELLER-ID          TO WK-SYS-TELLER-ID.
           MOVE SPACES                 TO O-PCR-REQ-NO OF PKSACAL0.

       2000-CHECK-INPUT-RTN.
           IF SYS-TX-TYP = C-CLG-TXT-EC
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

      *    登记/变更:柜面发起只登记变更申请,不动日历;审批后由
      *    KSAPCR0送申请编号再入本交易,核对申请后更新日历
       4000-UPSERT-RTN.
           MOVE I-CAL-CURR-COD OF PKSACAL0
                                       TO WK-PRM-CURR-COD.
           MOVE I-CAL-DT OF PKSACAL0   TO WK-PRM-CAL-DT.
           IF I-PCR-REQ-NO OF PKSACAL0 = SPACES
           THEN
             PERFORM 4100-SUBMIT-PCR-RTN
           ELSE
             PERFORM 4200-CHECK-PCR-RTN
             PERFORM 4300-UPDATE-CAL-RTN
           END-IF.

      *    登记变更申请:变更前后日期类型及备注连同本交易参数区
      *    送KSAPCR0
       4100-SUBMIT-PCR-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SABDTCAL.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSACALD'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SABDTCAL'             TO DBI-SEGMENT-NAME(1).
           MOVE I-CAL-CURR-COD OF PKSACAL0
                                       TO DBI-KEY-VALUE1(1).
           MOVE I-CAL-DT OF PKSACAL0   TO DBI-KEY-VALUE2(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SABDTCAL
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           INITIALIZE                  W-PKSAPCR0.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE 'N'                  TO O-BEF-DAY-TYP OF PKSACAL0
             MOVE '(新增)'             TO I-BEF-IMG OF W-PKSAPCR0
           ELSE
             MOVE SA-CAL-DAY-TYP       TO O-BEF-DAY-TYP OF PKSACAL0
             STRING 'CAL='             DELIMITED BY SIZE
                    SA-CAL-CURR-COD    DELIMITED BY SIZE
                    ' DT='             DELIMITED BY SIZE
                    SA-CAL-DT          DELIMITED BY SIZE
                    ' TYP='            DELIMITED BY SIZE
                    SA-CAL-DAY-TYP     DELIMITED BY SIZE
                    ' RMRK='           DELIMITED BY SIZE
                    SA-CAL-RMRK        DELIMITED BY SIZE
                                       INTO I-BEF-IMG OF W-PKSAPCR0
           END-IF.
           STRING 'CAL='               DELIMITED BY SIZE
                  I-CAL-CURR-COD OF PKSACAL0
                                       DELIMITED BY SIZE
                  ' DT='               DELIMITED BY SIZE
                  I-CAL-DT OF PKSACAL0 DELIMITED BY SIZE
                  ' TYP='              DELIMITED BY SIZE
                  I-DAY-TYP OF PKSACAL0
                                       DELIMITED BY SIZE
                  ' RMRK='             DELIMITED BY SIZE
                  I-RMRK OF PKSACAL0   DELIMITED BY SIZE
                                       INTO I-AFT-IMG OF W-PKSAPCR0.
           MOVE '1'                    TO I-FUN-CODE OF W-PKSAPCR0.
           MOVE 'SABDTCAL'             TO I-TBL-ID OF W-PKSAPCR0.
           MOVE WK-PRM-KEY             TO I-PRM-KEY OF W-PKSAPCR0.
           MOVE 'KSACAL0'              TO I-KB-NAME OF W-PKSAPCR0.
           MOVE I-EFF-DT OF PKSACAL0   TO I-EFF-DT OF W-PKSAPCR0.
           MOVE I-RMRK OF PKSACAL0     TO I-RMRK OF W-PKSAPCR0.
           MOVE LENGTH OF PKSACAL0     TO IO-PARM-LEN
                                          OF W-PKSAPCR0.
           MOVE PKSACAL0               TO IO-PARM OF W-PKSAPCR0.
           CALL 'GSYSTRIG'             USING APA-AREA
                                             W-PKSAPCR0
                                       CONTENT 'KSAPCR0 '.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF O-RTRN-CODE OF W-PKSAPCR0 NOT = SPACES
           THEN
             MOVE O-RTRN-CODE OF W-PKSAPCR0
                                       TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE O-REQ-NO OF W-PKSAPCR0 TO O-PCR-REQ-NO OF PKSACAL0.
           MOVE SA-CAL-DAY-TYP         TO O-DAY-TYP OF PKSACAL0.

      *    审批生效:申请须已审批、属本交易本日期且生效日已到
       4200-CHECK-PCR-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAPRMCHG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAPRMD'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAPRMCHG'             TO DBI-SEGMENT-NAME(1).
           MOVE I-PCR-REQ-NO OF PKSACAL0
                                       TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAPRMCHG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND OR
              SA-PCR-STS NOT = '1' OR
              SA-PCR-KB-NAME NOT = 'KSACAL0' OR
              SA-PCR-PRM-KEY NOT = WK-PRM-KEY OR
              SA-PCR-EFF-DT > SYS-BUSN-DT
           THEN
             MOVE 'EN460'              TO AIF-MSG-CODE
      *      MOVE '参数变更申请不存在或状态不符' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
      *    执行以审批的申请参数区为准,直接送入的参数值一律不认;
      *    参数区长度与登记不符的按申请不符拒绝
           IF SA-PCR-PARM-LEN NOT = LENGTH OF PKSACAL0
           THEN
             MOVE 'EN460'              TO AIF-MSG-CODE
      *      MOVE '参数变更申请不存在或状态不符' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE SA-PCR-PARM(1:SA-PCR-PARM-LEN)
                                       TO PKSACAL0.
           MOVE SA-PCR-REQ-NO          TO I-PCR-REQ-NO OF PKSACAL0.

      *    变更前后类型经CMNTLOG留痕
       4300-UPDATE-CAL-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SABDTCAL.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
