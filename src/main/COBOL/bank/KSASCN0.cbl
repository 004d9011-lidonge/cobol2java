      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSASCN0".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSASCN0                                 *
      * DESCRIPTION........: SANCTIONS HOLD DISPOSITION              *
      *                      制裁名单命中挂起处置:合规人员按挂起编号  *
      *                      查询、放行或拒绝;放行时还原原交易公共区  *
      *                      与参数区,带挂起编号重新驱动原交易KB记   *
      *                      账,原交易核验挂起已于本交易放行方免筛查;*
      *                      拒绝仅置挂起状态,原交易不记账;放行拒绝  *
      *                      须第二柜员复核                           *
      * KB/CF TO BE CALLED: KSAWDR0,KSADEP0,KSATRF0,KSAOPY0,KSAIRS0, *
      *                     KSADFT0(GSYSTRIG)                        *
      * INPUT..............: PKSASCN0                                *
      * OUTPUT.............: PKSASCN0                                *
      * MESSAGE CODE.......: AN023,EN317,EN420,END43                 *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSASCHD   SASCNHLD       R/U                                 *
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
                                       VALUE '/// WK-AREA KSASCN0 ///'.
       01  PCMSGLOG.
           COPY                        PCMSGLOG.
       01  PKSAWDR0.
           COPY                        PKSAWDR0.
       01  PKSADEP0.
           COPY                        PKSADEP0.
       01  PKSATRF0.
           COPY                        PKSATRF0.
       01  PKSAOPY0.
           COPY                        PKSAOPY0.
       01  PKSAIRS0.
           COPY                        PKSAIRS0.
       01  PKSADFT0.
           COPY                        PKSADFT0.
       01 PDBIMAIN.
          COPY                         PDBIMAIN.
       01 DBI-FTCALL.
          COPY                         FTCALL.
       01 DBI-RTRN.
          COPY                         FTRTRN.
       01 SASCNHLD.
          COPY                         SASCNHLD.
       01  WK-AREA.
           05  WK-SYS-BRANCH-STD       PIC X(9).
           05  WK-SYS-TELLER-ID        PIC X(12).
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
       01  CWK-APP-AREA.
           COPY                        CBCAAARE.
       01  PKSASCN0.
           COPY                        PKSASCN0.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA,
                                PKSASCN0.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-CHECK-INPUT-RTN.
           PERFORM 3000-GHU-HOLD-RTN.
           IF I-FUN-CODE OF PKSASCN0 = '1'
           THEN
             PERFORM 5000-RELEASE-RTN
           END-IF.
           IF I-FUN-CODE OF PKSASCN0 = '2'
           THEN
             PERFORM 5100-REJECT-RTN
           END-IF.
           PERFORM 6000-SET-OUTPUT-RTN.
           PERFORM 9000-END-TXN-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           SET ADDRESS OF CWK-APP-AREA TO APA-CAA-ADDR.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSASCN0'.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SASCNHLD.
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
           IF I-FUN-CODE OF PKSASCN0 NOT = '1' AND '2' AND '3' OR
              I-HOLD-NO OF PKSASCN0 = SPACES
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
      *    放行/拒绝须填处置意见并经复核,复核柜员不得与经办同人
           IF I-FUN-CODE OF PKSASCN0 NOT = '3' AND
              I-DSP-RMRK OF PKSASCN0 = SPACES
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-FUN-CODE OF PKSASCN0 NOT = '3' AND
              ( I-CHK-TELLER-ID OF PKSASCN0 = SPACES OR
                I-CHK-TELLER-ID OF PKSASCN0 = WK-SYS-TELLER-ID )
           THEN
             MOVE 'AN023'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

       3000-GHU-HOLD-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SASCNHLD.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSASCHD'              TO DBI-DB-NAME.
           IF I-FUN-CODE OF PKSASCN0 = '3'
           THEN
             MOVE FT-GU                TO DBI-FT-NAME
           ELSE
             MOVE FT-GHU               TO DBI-FT-NAME
           END-IF.
           MOVE 'SASCNHLD'             TO DBI-SEGMENT-NAME(1).
           MOVE I-HOLD-NO OF PKSASCN0  TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SASCNHLD
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
      *    挂起记录不存在,或放行/拒绝时已处置
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND OR
              ( I-FUN-CODE OF PKSASCN0 NOT = '3' AND
                SA-SCH-STS NOT = '0' )
           THEN
             MOVE 'EN420'              TO AIF-MSG-CODE
      *      MOVE '挂起记录不存在或已处置' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

      *    放行:先置挂起记录已放行并登记本交易流水,再还原挂起时
      *    公共区与原交易参数区,带挂起编号重新驱动原交易;原交易据
      *    挂起编号核验本交易内已放行方免筛查.原交易任一校验不过
      *    整笔回滚,挂起记录保持待审核
       5000-RELEASE-RTN.
           MOVE '1'                    TO SA-SCH-STS.
           MOVE SYS-TX-LOG-NO          TO SA-SCH-RLS-LOG-NO.
           PERFORM 5200-SET-DSP-RTN.
           PERFORM 7100-REPL-HOLD-RTN.
           MOVE SA-SCH-CWK-DATA        TO CWK-APP-AREA.
           EVALUATE SA-SCH-SRC-PGM
             WHEN 'KSAWDR0 '
               PERFORM 5010-RELEASE-WDR-RTN
             WHEN 'KSADEP0 '
               PERFORM 5020-RELEASE-DEP-RTN
             WHEN 'KSATRF0 '
               PERFORM 5030-RELEASE-TRF-RTN
             WHEN 'KSAOPY0 '
               PERFORM 5040-RELEASE-OPY-RTN
             WHEN 'KSAIRS0 '
               PERFORM 5050-RELEASE-IRS-RTN
             WHEN 'KSADFT0 '
               PERFORM 5060-RELEASE-DFT-RTN
             WHEN OTHER
               MOVE 'EN420'            TO AIF-MSG-CODE
               PERFORM 9999-MESSAGE-HANDLE-RTN
           END-EVALUATE.

       5010-RELEASE-WDR-RTN.
           MOVE SA-SCH-PARM-DATA       TO PKSAWDR0.
           MOVE C-CM-FLAG-YES          TO I-SCN-EXEMPT-FLG OF PKSAWDR0.
           MOVE SA-SCH-HOLD-NO         TO I-SCN-HOLD-NO OF PKSAWDR0.
           CALL 'GSYSTRIG'             USING APA-AREA
                                             PKSAWDR0
                                       CONTENT 'KSAWDR0 '.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       5020-RELEASE-DEP-RTN.
           MOVE SA-SCH-PARM-DATA       TO PKSADEP0.
           MOVE C-CM-FLAG-YES          TO I-SCN-EXEMPT-FLG OF PKSADEP0.
           MOVE SA-SCH-HOLD-NO         TO I-SCN-HOLD-NO OF PKSADEP0.
           CALL 'GSYSTRIG'             USING APA-AREA
                                             PKSADEP0
                                       CONTENT 'KSADEP0 '.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       5030-RELEASE-TRF-RTN.
           MOVE SA-SCH-PARM-DATA       TO PKSATRF0.
           MOVE C-CM-FLAG-YES          TO I-SCN-EXEMPT-FLG OF PKSATRF0.
           MOVE SA-SCH-HOLD-NO         TO I-SCN-HOLD-NO OF PKSATRF0.
           CALL 'GSYSTRIG'             USING APA-AREA
                                             PKSATRF0
                                       CONTENT 'KSATRF0 '.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       5040-RELEASE-OPY-RTN.
           MOVE SA-SCH-PARM-DATA       TO PKSAOPY0.
           MOVE C-CM-FLAG-YES          TO I-SCN-EXEMPT-FLG OF PKSAOPY0.
           MOVE SA-SCH-HOLD-NO         TO I-SCN-HOLD-NO OF PKSAOPY0.
           CALL 'GSYSTRIG'             USING APA-AREA
                                             PKSAOPY0
                                       CONTENT 'KSAOPY0 '.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

      *    来账:按挂账登记销账入账
       5050-RELEASE-IRS-RTN.
           MOVE SA-SCH-PARM-DATA       TO PKSAIRS0.
           MOVE C-CM-FLAG-YES          TO I-SCN-EXEMPT-FLG OF PKSAIRS0.
           MOVE SA-SCH-HOLD-NO         TO I-SCN-HOLD-NO OF PKSAIRS0.
           CALL 'GSYSTRIG'             USING APA-AREA
                                             PKSAIRS0
                                       CONTENT 'KSAIRS0 '.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

      *    汇票签发:按原参数区重新签发
       5060-RELEASE-DFT-RTN.
           MOVE SA-SCH-PARM-DATA       TO PKSADFT0.
           MOVE C-CM-FLAG-YES          TO I-SCN-EXEMPT-FLG OF PKSADFT0.
           MOVE SA-SCH-HOLD-NO         TO I-SCN-HOLD-NO OF PKSADFT0.
           CALL 'GSYSTRIG'             USING APA-AREA
                                             PKSADFT0
                                       CONTENT 'KSADFT0 '.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

      *    拒绝:原交易不记账,仅登记处置结果
       5100-REJECT-RTN.
           MOVE '2'                    TO SA-SCH-STS.
           PERFORM 5200-SET-DSP-RTN.
           PERFORM 7100-REPL-HOLD-RTN.

       5200-SET-DSP-RTN.
           MOVE SYS-BUSN-DT            TO SA-SCH-DSP-DT.
           MOVE WK-SYS-TELLER-ID       TO SA-SCH-DSP-OPR-NO.
           MOVE I-CHK-TELLER-ID OF PKSASCN0
                                       TO SA-SCH-DSP-CHK-OPR-NO.
           MOVE I-DSP-RMRK OF PKSASCN0 TO SA-SCH-DSP-RMRK.

       6000-SET-OUTPUT-RTN.
           MOVE SA-SCH-STS             TO O-STS OF PKSASCN0.
           MOVE SA-SCH-SRC-PGM         TO O-SRC-PGM OF PKSASCN0.
           MOVE SA-SCH-DRCR-FLG        TO O-DRCR-FLG OF PKSASCN0.
           MOVE SA-SCH-ACCT-NO         TO O-ACCT-NO OF PKSASCN0.
           MOVE SA-SCH-CURR-COD        TO O-CURR-COD OF PKSASCN0.
           MOVE SA-SCH-AMT             TO O-AMT OF PKSASCN0.
           MOVE SA-SCH-CP-NAME         TO O-CP-NAME OF PKSASCN0.
           MOVE SA-SCH-CP-BANK-NO      TO O-CP-BANK-NO OF PKSASCN0.
           MOVE SA-SCH-CP-ACCT-NO      TO O-CP-ACCT-NO OF PKSASCN0.
           MOVE SA-SCH-LST-ID          TO O-LST-ID OF PKSASCN0.
           MOVE SA-SCH-LST-NAME        TO O-LST-NAME OF PKSASCN0.
           MOVE SA-SCH-MATCH-TYP       TO O-MATCH-TYP OF PKSASCN0.
           MOVE SA-SCH-SCORE           TO O-SCORE OF PKSASCN0.
           MOVE SA-SCH-HOLD-DT         TO O-HOLD-DT OF PKSASCN0.
           MOVE SA-SCH-HOLD-TM         TO O-HOLD-TM OF PKSASCN0.
           MOVE SA-SCH-BRANCH-STD      TO O-BRANCH-STD OF PKSASCN0.
           MOVE SA-SCH-OPR-NO          TO O-OPR-NO OF PKSASCN0.
           MOVE SA-SCH-DSP-DT          TO O-DSP-DT OF PKSASCN0.
           MOVE SA-SCH-DSP-OPR-NO      TO O-DSP-OPR-NO OF PKSASCN0.
           MOVE SA-SCH-DSP-CHK-OPR-NO  TO O-DSP-CHK-OPR-NO OF PKSASCN0.
           MOVE SA-SCH-DSP-RMRK        TO O-DSP-RMRK OF PKSASCN0.
           MOVE SA-SCH-RLS-LOG-NO      TO O-RLS-LOG-NO OF PKSASCN0.

       7100-REPL-HOLD-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSASCHD'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           MOVE 'SASCNHLD'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SASCNHLD
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       9000-END-TXN-RTN.
           MOVE SPACES                 TO O-RTRN-CODE OF PKSASCN0.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSASCN0'.

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
