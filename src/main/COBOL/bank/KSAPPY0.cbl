      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSAPPY0".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/14.
      ****************************************************************
      * PROGRAM NAME.......: KSAPPY0                                 *
      * DESCRIPTION........: POSITIVE PAY REGISTER MAINTENANCE       *
      *                      正向支付(支票预留信息核验)维护:          *
      *                      1/2-开通(约定核验不符处理方式)/撤销;     *
      *                      3/4-逐张登记签发支票号码/金额/收款人/    *
      *                      出票日,撤销登记;                        *
      *                      5/6-提入核验例外的客户决定:确认付款      *
      *                      以客户确认金额补登记后驱动KSAWDR0兑付,   *
      *                      拒付待下一场提入批量落退票盘             *
      * KB/CF TO BE CALLED: CSACHK0 KSAWDR0(GSYSTRIG)                *
      * INPUT..............: PKSAPPY0                                *
      * OUTPUT.............: PKSAPPY0                                *
      * MESSAGE CODE.......: EN033,EN048,EN297,EN317,EN373,EN374,    *
      *                      EN375,EN376,EN466,END43                 *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAPPYD   SAPPYACN       R/I/U                               *
      * BSAPPYD   SAPPYREG       R/I/U                               *
      * BSAPPYD   SAPPYEXC       R/U                                 *
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
                                       VALUE '/// WK-AREA KSAPPY0 ///'.
       01  PCSACHK0.
           COPY                        PCSACHK0.
       01  PCMSGLOG.
           COPY                        PCMSGLOG.
       01  PKSAWDR0.
           COPY                        PKSAWDR0.
       01 PDBIMAIN.
          COPY                         PDBIMAIN.
       01 DBI-FTCALL.
          COPY                         FTCALL.
       01 DBI-RTRN.
          COPY                         FTRTRN.
       01 SAPPYACN.
          COPY                         SAPPYACN.
       01 SAPPYREG.
          COPY                         SAPPYREG.
       01 SAPPYEXC.
          COPY                         SAPPYEXC.
       01  WK-AREA.
           05  WK-ACCT-NO              PIC X(32).
           05  WK-SYS-BRANCH-STD       PIC X(9).
           05  WK-SYS-TELLER-ID        PIC X(12).
      *    签发登记检索键:凭证种类+凭证号码
           05  WK-PPY-KEY.
               10  WK-PPY-DOC-TYP      PIC X(03).
               10  WK-PPY-DOC-NO       PIC X(20).
           05  WK-REG-FOUND-FLG        PIC X(01).
               88  WK-REG-FOUND                  VALUE 'Y'.
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
       01  PKSAPPY0.
           COPY                        PKSAPPY0.
       01  CWK-APP-AREA.
           COPY                        CBCAAARE.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA,
                                PKSAPPY0.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-CHECK-INPUT-RTN.
           EVALUATE I-FUN-CODE OF PKSAPPY0
             WHEN '1'
               PERFORM 4000-OPEN-RTN
             WHEN '2'
               PERFORM 4100-CLOSE-RTN
             WHEN '3'
               PERFORM 4200-REG-CHQ-RTN
             WHEN '4'
               PERFORM 4300-CNCL-CHQ-RTN
             WHEN '5'
               PERFORM 4400-EXC-PAY-RTN
             WHEN '6'
               PERFORM 4500-EXC-REFUSE-RTN
           END-EVALUATE.
           PERFORM 9000-END-TXN-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           SET ADDRESS OF CWK-APP-AREA TO APA-CAA-ADDR.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSAPPY0'.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAPPYACN.
           INITIALIZE                  SAPPYREG.
           INITIALIZE                  SAPPYEXC.
           INITIALIZE                  PCSACHK0.
           INITIALIZE                  PCMSGLOG.
           INITIALIZE                  PKSAWDR0.
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
           IF I-FUN-CODE OF PKSAPPY0 NOT = '1' AND '2' AND '3' AND
                                           '4' AND '5' AND '6'
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
      *      MOVE '功能码错误'         TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-FUN-CODE OF PKSAPPY0 = '1' AND
              I-MIS-ACT OF PKSAPPY0 NOT = '1' AND '2'
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF ( I-FUN-CODE OF PKSAPPY0 = '3' OR
                I-FUN-CODE OF PKSAPPY0 = '4' ) AND
              ( ( I-DOC-TYP OF PKSAPPY0 NOT = C-SA-DOC-CHQ-CASH AND
                  I-DOC-TYP OF PKSAPPY0 NOT = C-SA-DOC-CHQ-TRF ) OR
                I-DOC-NO OF PKSAPPY0 = SPACES )
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-FUN-CODE OF PKSAPPY0 = '3' AND
              I-AMT OF PKSAPPY0 NOT > ZEROS
           THEN
             MOVE 'EN033'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE I-ACCT-NO OF PKSAPPY0  TO WK-ACCT-NO.
           PERFORM 9711-CALL-CSACHK0-RTN.
           IF O-ACCT-FLG OF PCSACHK0 NOT = C-CM-FLAG-TRUE
              OR O-PUB-PRI-FLG NOT = C-CM-PUB-FLG
           THEN
             MOVE 'EN297'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

      *    开通/修改:已有开通记录改约定并恢复在用,否则新开
       4000-OPEN-RTN.
           PERFORM 8100-GHU-PPYACN-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             INITIALIZE                SAPPYACN
             MOVE I-ACCT-NO OF PKSAPPY0
                                       TO SA-PPA-ACCT-NO
             MOVE I-MIS-ACT OF PKSAPPY0
                                       TO SA-PPA-MIS-ACT
             MOVE '0'                  TO SA-PPA-STS
             MOVE SYS-BUSN-DT          TO SA-PPA-OPEN-DT
             MOVE WK-SYS-TELLER-ID     TO SA-PPA-OPEN-TLR
             MOVE SYS-LEGAL-PERSON-ID  TO SA-LEGAL-PERSON-ID
                                          OF SAPPYACN
             MOVE SYS-PARTITION-ID     TO SA-DB-PARTITION-ID
                                          OF SAPPYACN
             INITIALIZE                PDBIMAIN
             MOVE 'BSAPPYD'            TO DBI-DB-NAME
             MOVE FT-ISRT              TO DBI-FT-NAME
             MOVE 'SAPPYACN'           TO DBI-SEGMENT-NAME(1)
             CALL 'GDBIMAIN' USING PDBIMAIN
                                   SAPPYACN
                                   AIF-AREA
             PERFORM 9999-MESSAGE-HANDLE-RTN
           ELSE
             MOVE I-MIS-ACT OF PKSAPPY0
                                       TO SA-PPA-MIS-ACT
             MOVE '0'                  TO SA-PPA-STS
             MOVE SPACES               TO SA-PPA-CNCL-DT
             PERFORM 8110-REPL-PPYACN-RTN
           END-IF.
           MOVE SA-PPA-STS             TO O-STS OF PKSAPPY0.

      *    撤销开通:此后该户支票不再核对签发登记
       4100-CLOSE-RTN.
           PERFORM 8100-GHU-PPYACN-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE 'EN048'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE '1'                    TO SA-PPA-STS.
           MOVE SYS-BUSN-DT            TO SA-PPA-CNCL-DT.
           PERFORM 8110-REPL-PPYACN-RTN.
           MOVE SA-PPA-STS             TO O-STS OF PKSAPPY0.

      *    签发登记:须已开通在用;同号已撤销的登记覆盖重登,
      *    在登记或已兑付的不得重复登记
       4200-REG-CHQ-RTN.
           PERFORM 8100-GHU-PPYACN-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND OR
              SA-PPA-STS NOT = '0'
           THEN
             MOVE 'EN373'              TO AIF-MSG-CODE
      *      MOVE '账户未开通支票预留信息核验' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE I-DOC-TYP OF PKSAPPY0  TO WK-PPY-DOC-TYP.
           MOVE I-DOC-NO OF PKSAPPY0   TO WK-PPY-DOC-NO.
           PERFORM 8200-GHU-PPYREG-RTN.
           IF WK-REG-FOUND AND SA-PPY-STS NOT = '2'
           THEN
             MOVE 'EN374'              TO AIF-MSG-CODE
      *      MOVE '该支票已登记'       TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE I-AMT OF PKSAPPY0      TO SA-PPY-AMT.
           MOVE I-PAYEE-NAME OF PKSAPPY0
                                       TO SA-PPY-PAYEE-NAME.
           MOVE I-ISU-DT OF PKSAPPY0   TO SA-PPY-ISU-DT.
           IF I-REG-CHNL OF PKSAPPY0 = SPACES
           THEN
             MOVE '1'                  TO SA-PPY-REG-CHNL
           ELSE
             MOVE I-REG-CHNL OF PKSAPPY0
                                       TO SA-PPY-REG-CHNL
           END-IF.
           PERFORM 8210-SAVE-PPYREG-RTN.
           MOVE SA-PPY-STS             TO O-STS OF PKSAPPY0.

      *    撤销签发登记:仅已登记未兑付的可撤销
       4300-CNCL-CHQ-RTN.
           MOVE I-DOC-TYP OF PKSAPPY0  TO WK-PPY-DOC-TYP.
           MOVE I-DOC-NO OF PKSAPPY0   TO WK-PPY-DOC-NO.
           PERFORM 8200-GHU-PPYREG-RTN.
           IF NOT WK-REG-FOUND OR SA-PPY-STS NOT = '0'
           THEN
             MOVE 'EN375'              TO AIF-MSG-CODE
      *      MOVE '签发登记不存在或非已登记状态' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE '2'                    TO SA-PPY-STS.
           PERFORM 8220-REPL-PPYREG-RTN.
           MOVE SA-PPY-STS             TO O-STS OF PKSAPPY0.

      *    例外确认付款:以提示金额补登记(客户确认即视同登记,
      *    出票日不符或过期的以提示日、收款人不符的以提示收款人
      *    补登),再驱动KSAWDR0按提入借记兑付,核验自然通过
       4400-EXC-PAY-RTN.
           PERFORM 8300-GHU-PPYEXC-RTN.
           MOVE SA-PPX-DOC-TYP         TO WK-PPY-DOC-TYP.
           MOVE SA-PPX-DOC-NO          TO WK-PPY-DOC-NO.
           PERFORM 8200-GHU-PPYREG-RTN.
           MOVE SA-PPX-AMT             TO SA-PPY-AMT.
           IF NOT WK-REG-FOUND OR
              SA-PPX-RSN = '4' OR
              SA-PPX-RSN = '5'
           THEN
             MOVE SA-PPX-PRS-DT        TO SA-PPY-ISU-DT
           END-IF.
           IF NOT WK-REG-FOUND OR
              SA-PPX-RSN = '6'
           THEN
             MOVE SA-PPX-PRS-PAYEE-NAME
                                       TO SA-PPY-PAYEE-NAME
           END-IF.
           MOVE '1'                    TO SA-PPY-REG-CHNL.
           PERFORM 8210-SAVE-PPYREG-RTN.
           INITIALIZE                  PKSAWDR0.
           MOVE SA-PPX-ACCT-NO         TO I-ACCT-NO    OF PKSAWDR0.
           MOVE SA-PPX-CURR-COD        TO I-CURR-COD   OF PKSAWDR0.
           MOVE SA-PPX-CURR-IDEN       TO I-CURR-IDEN  OF PKSAWDR0.
           MOVE SA-PPX-AMT             TO I-AMT        OF PKSAWDR0.
           MOVE C-CM-TXTYP-CLROOT      TO I-TX-TYP     OF PKSAWDR0.
           MOVE SA-PPX-DOC-TYP         TO I-DOC-TYP    OF PKSAWDR0.
           MOVE SA-PPX-DOC-NO          TO I-DOC-NO     OF PKSAWDR0.
           MOVE SA-PPX-PRS-PAYEE-NAME  TO I-PRS-PAYEE-NAME
                                          OF PKSAWDR0.
           MOVE SYS-BUSN-DT            TO I-VAL-DT     OF PKSAWDR0.
           MOVE SYS-BUSN-DT            TO I-TX-DT      OF PKSAWDR0.
           MOVE C-CLN-DRW OF MEMCONST  TO I-DSCRP-COD  OF PKSAWDR0.
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
           MOVE O-AVL-BAL OF PKSAWDR0  TO O-AVL-BAL OF PKSAPPY0.
      *    兑付后重新锁定例外再置终态
           PERFORM 8300-GHU-PPYEXC-RTN.
           MOVE '1'                    TO SA-PPX-STS.
           MOVE SYS-TX-LOG-NO          TO SA-PPX-TX-LOG-NO.
           PERFORM 8310-REPL-PPYEXC-RTN.

      *    例外拒付:待下一场提入批量落交换退票盘
       4500-EXC-REFUSE-RTN.
           PERFORM 8300-GHU-PPYEXC-RTN.
           MOVE '2'                    TO SA-PPX-STS.
           PERFORM 8310-REPL-PPYEXC-RTN.

       8100-GHU-PPYACN-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAPPYACN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAPPYD'              TO DBI-DB-NAME.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           MOVE 'SAPPYACN'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSAPPY0  TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAPPYACN
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       8110-REPL-PPYACN-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAPPYD'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAPPYACN
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       8200-GHU-PPYREG-RTN.
           MOVE 'N'                    TO WK-REG-FOUND-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAPPYREG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAPPYD'              TO DBI-DB-NAME.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           MOVE 'SAPPYREG'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSAPPY0  TO DBI-KEY-VALUE1(1).
           MOVE WK-PPY-KEY             TO DBI-KEY-VALUE2(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAPPYREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND
           THEN
             SET WK-REG-FOUND          TO TRUE
           END-IF.

      *    登记落库:已有记录(已撤销重登/例外补登)覆盖为已登记,
      *    否则新增
       8210-SAVE-PPYREG-RTN.
           MOVE '0'                    TO SA-PPY-STS.
           MOVE SYS-BUSN-DT            TO SA-PPY-REG-DT.
           MOVE WK-SYS-TELLER-ID       TO SA-PPY-REG-TLR.
           MOVE SPACES                 TO SA-PPY-PAID-DT.
           MOVE SPACES                 TO SA-PPY-PAID-TX-LOG-NO.
           IF WK-REG-FOUND
           THEN
             PERFORM 8220-REPL-PPYREG-RTN
           ELSE
             MOVE I-ACCT-NO OF PKSAPPY0
                                       TO SA-PPY-ACCT-NO
             MOVE WK-PPY-DOC-TYP       TO SA-PPY-DOC-TYP
             MOVE WK-PPY-DOC-NO        TO SA-PPY-DOC-NO
             MOVE SYS-LEGAL-PERSON-ID  TO SA-LEGAL-PERSON-ID
                                          OF SAPPYREG
             MOVE SYS-PARTITION-ID     TO SA-DB-PARTITION-ID
                                          OF SAPPYREG
             INITIALIZE                PDBIMAIN
             MOVE 'BSAPPYD'            TO DBI-DB-NAME
             MOVE FT-ISRT              TO DBI-FT-NAME
             MOVE 'SAPPYREG'           TO DBI-SEGMENT-NAME(1)
             CALL 'GDBIMAIN' USING PDBIMAIN
                                   SAPPYREG
                                   AIF-AREA
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

       8220-REPL-PPYREG-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAPPYD'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAPPYREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

      *    取例外并锁定:仅待客户决定的可处理
       8300-GHU-PPYEXC-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAPPYEXC.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAPPYD'              TO DBI-DB-NAME.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           MOVE 'SAPPYEXC'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SAPPYEXC'             TO DBI-SEGMENT-NAME(2).
           MOVE I-ACCT-NO OF PKSAPPY0  TO DBI-KEY-VALUE1(1).
           MOVE I-EXC-SEQ-N OF PKSAPPY0
                                       TO DBI-KEY-VALUE1(2).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAPPYEXC
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND OR
              SA-PPX-STS NOT = '0'
           THEN
             MOVE 'EN376'              TO AIF-MSG-CODE
      *      MOVE '核验例外不存在或已处理' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

       8310-REPL-PPYEXC-RTN.
           MOVE SYS-BUSN-DT            TO SA-PPX-DCSN-DT.
           MOVE WK-SYS-TELLER-ID       TO SA-PPX-DCSN-TLR.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAPPYD'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAPPYEXC
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           MOVE SA-PPX-STS             TO O-STS OF PKSAPPY0.

       9000-END-TXN-RTN.
           MOVE SPACES                 TO O-RTRN-CODE OF PKSAPPY0.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSAPPY0'.

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
