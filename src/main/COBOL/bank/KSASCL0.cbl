      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSASCL0".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSASCL0                                 *
      * DESCRIPTION........: SANCTIONS LIST MAINTENANCE              *
      *                      制裁/禁运名单维护:合规部门按名单编号     *
      *                      新增/修改/停用/查询制裁、禁运及内部黑    *
      *                      名单主体,中文名与拼音/英文/曾用名别名    *
      *                      经KSASCM0规范化后存匹配键;新增修改停用   *
      *                      须第二柜员复核                           *
      * KB/CF TO BE CALLED: KSASCM0(GSYSTRIG)                        *
      * INPUT..............: PKSASCL0                                *
      * OUTPUT.............: PKSASCL0                                *
      * MESSAGE CODE.......: AN023,EN317,EN416,EN417,EN418,END43     *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSASCLD   SASCNLST       R/U/I                               *
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
                                       VALUE '/// WK-AREA KSASCL0 ///'.
       01  PCMSGLOG.
           COPY                        PCMSGLOG.
       01  PKSASCM0.
           COPY                        PKSASCM0.
       01 PDBIMAIN.
          COPY                         PDBIMAIN.
       01 DBI-FTCALL.
          COPY                         FTCALL.
       01 DBI-RTRN.
          COPY                         FTRTRN.
       01 SASCNLST.
          COPY                         SASCNLST.
       01  WK-AL-IX                    PIC 9(02) COMP.
       01  WK-AREA.
           05  WK-SYS-BRANCH-STD       PIC X(9).
           05  WK-SYS-TELLER-ID        PIC X(12).
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
       01  PKSASCL0.
           COPY                        PKSASCL0.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA,
                                PKSASCL0.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-CHECK-INPUT-RTN.
           PERFORM 3000-GHU-LST-RTN.
           IF I-FUN-CODE OF PKSASCL0 = '1'
           THEN
             PERFORM 5000-ADD-RTN
           END-IF.
           IF I-FUN-CODE OF PKSASCL0 = '2'
           THEN
             PERFORM 5100-MODIFY-RTN
           END-IF.
           IF I-FUN-CODE OF PKSASCL0 = '3'
           THEN
             PERFORM 5200-DEACTIVATE-RTN
           END-IF.
           IF I-FUN-CODE OF PKSASCL0 = '4' AND
              DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE 'EN416'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           PERFORM 6000-SET-OUTPUT-RTN.
           PERFORM 9000-END-TXN-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSASCL0'.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SASCNLST.
           INITIALIZE                  PKSASCM0.
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
           IF I-FUN-CODE OF PKSASCL0 NOT = '1' AND '2' AND '3' AND
              '4' OR
              I-LST-ID OF PKSASCL0 = SPACES
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
      *    新增/修改/停用须复核,复核柜员不得与经办柜员同一人
           IF I-FUN-CODE OF PKSASCL0 NOT = '4' AND
              ( I-CHK-TELLER-ID OF PKSASCL0 = SPACES OR
                I-CHK-TELLER-ID OF PKSASCL0 = WK-SYS-TELLER-ID )
           THEN
             MOVE 'AN023'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-FUN-CODE OF PKSASCL0 = '1' OR '2'
           THEN
             PERFORM 2100-CHECK-ENTRY-RTN
           END-IF.

      *    名单要素:主体名称必输;来源、类型取值;银行类须有行号;
      *    到期日不得早于生效日
       2100-CHECK-ENTRY-RTN.
           IF I-NAME OF PKSASCL0 = SPACES
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-EFF-DT OF PKSASCL0 = SPACES
           THEN
             MOVE SYS-BUSN-DT          TO I-EFF-DT OF PKSASCL0
           END-IF.
           IF ( I-SRC OF PKSASCL0 NOT = '01' AND '02' AND '03' AND
                '04' AND '09' ) OR
              ( I-ENT-TYP OF PKSASCL0 NOT = '1' AND '2' AND '3' AND
                '4' ) OR
              ( I-ENT-TYP OF PKSASCL0 = '3' AND
                I-BANK-NO OF PKSASCL0 = SPACES ) OR
              ( I-EXP-DT OF PKSASCL0 NOT = SPACES AND
                I-EXP-DT OF PKSASCL0 < I-EFF-DT OF PKSASCL0 )
           THEN
             MOVE 'EN418'              TO AIF-MSG-CODE
      *      MOVE '制裁名单要素错误'   TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

       3000-GHU-LST-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SASCNLST.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSASCLD'              TO DBI-DB-NAME.
           IF I-FUN-CODE OF PKSASCL0 = '4'
           THEN
             MOVE FT-GU                TO DBI-FT-NAME
           ELSE
             MOVE FT-GHU               TO DBI-FT-NAME
           END-IF.
           MOVE 'SASCNLST'             TO DBI-SEGMENT-NAME(1).
           MOVE I-LST-ID OF PKSASCL0   TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SASCNLST
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       5000-ADD-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND
           THEN
             MOVE 'EN417'              TO AIF-MSG-CODE
      *      MOVE '名单编号已存在'     TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           INITIALIZE                  SASCNLST.
           MOVE I-LST-ID OF PKSASCL0   TO SA-SCL-LST-ID.
           PERFORM 5010-SET-ENTRY-RTN.
           MOVE SYS-LEGAL-PERSON-ID    TO SA-LEGAL-PERSON-ID
                                          OF SASCNLST.
           MOVE SYS-PARTITION-ID       TO SA-DB-PARTITION-ID
                                          OF SASCNLST.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSASCLD'              TO DBI-DB-NAME.
           MOVE FT-ISRT                TO DBI-FT-NAME.
           MOVE 'SASCNLST'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SASCNLST
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

      *    名称与别名经KSASCM0规范化存匹配键,与筛查口径一致
       5010-SET-ENTRY-RTN.
           MOVE I-SRC OF PKSASCL0      TO SA-SCL-SRC.
           MOVE I-ENT-TYP OF PKSASCL0  TO SA-SCL-ENT-TYP.
           MOVE I-NAME OF PKSASCL0     TO SA-SCL-NAME.
           MOVE I-NAME OF PKSASCL0     TO I-CP-NAME OF PKSASCM0.
           PERFORM 9713-CALL-KSASCM0-RTN.
           MOVE O-NORM-NAME OF PKSASCM0
                                       TO SA-SCL-NAME-KEY.
           MOVE 1                      TO WK-AL-IX.
           PERFORM 5020-SET-ALIAS-RTN
                   UNTIL WK-AL-IX > 4.
           MOVE I-BANK-NO OF PKSASCL0  TO SA-SCL-BANK-NO.
           MOVE I-CTRY-COD OF PKSASCL0 TO SA-SCL-CTRY-COD.
           MOVE I-EFF-DT OF PKSASCL0   TO SA-SCL-EFF-DT.
           MOVE I-EXP-DT OF PKSASCL0   TO SA-SCL-EXP-DT.
           PERFORM 5030-SET-OPR-RTN.
           MOVE '0'                    TO SA-SCL-STS.

       5020-SET-ALIAS-RTN.
           MOVE I-ALIAS OF PKSASCL0(WK-AL-IX)
                                       TO SA-SCL-ALIAS(WK-AL-IX).
           IF I-ALIAS OF PKSASCL0(WK-AL-IX) = SPACES
           THEN
             MOVE SPACES               TO SA-SCL-ALIAS-KEY(WK-AL-IX)
           ELSE
             MOVE I-ALIAS OF PKSASCL0(WK-AL-IX)
                                       TO I-CP-NAME OF PKSASCM0
             PERFORM 9713-CALL-KSASCM0-RTN
             MOVE O-NORM-NAME OF PKSASCM0
                                       TO SA-SCL-ALIAS-KEY(WK-AL-IX)
           END-IF.
           ADD 1                       TO WK-AL-IX.

       5030-SET-OPR-RTN.
           MOVE SYS-BUSN-DT            TO SA-SCL-UPD-DT.
           MOVE WK-SYS-TELLER-ID       TO SA-SCL-OPR-NO.
           MOVE I-CHK-TELLER-ID OF PKSASCL0
                                       TO SA-SCL-CHK-OPR-NO.

      *    修改:覆盖名单要素并恢复有效
       5100-MODIFY-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE 'EN416'              TO AIF-MSG-CODE
      *      MOVE '名单编号不存在'     TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           PERFORM 5010-SET-ENTRY-RTN.
           PERFORM 7100-REPL-LST-RTN.

      *    停用:保留记录置已停用,筛查不再比对
       5200-DEACTIVATE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND OR
              SA-SCL-STS = '1'
           THEN
             MOVE 'EN416'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           PERFORM 5030-SET-OPR-RTN.
           MOVE '1'                    TO SA-SCL-STS.
           PERFORM 7100-REPL-LST-RTN.

       6000-SET-OUTPUT-RTN.
           MOVE SA-SCL-SRC             TO O-SRC OF PKSASCL0.
           MOVE SA-SCL-ENT-TYP         TO O-ENT-TYP OF PKSASCL0.
           MOVE SA-SCL-NAME            TO O-NAME OF PKSASCL0.
           MOVE SA-SCL-NAME-KEY        TO O-NAME-KEY OF PKSASCL0.
           MOVE 1                      TO WK-AL-IX.
           PERFORM 6010-SET-ALIAS-OUT-RTN
                   UNTIL WK-AL-IX > 4.
           MOVE SA-SCL-BANK-NO         TO O-BANK-NO OF PKSASCL0.
           MOVE SA-SCL-CTRY-COD        TO O-CTRY-COD OF PKSASCL0.
           MOVE SA-SCL-EFF-DT          TO O-EFF-DT OF PKSASCL0.
           MOVE SA-SCL-EXP-DT          TO O-EXP-DT OF PKSASCL0.
           MOVE SA-SCL-STS             TO O-STS OF PKSASCL0.
           MOVE SA-SCL-UPD-DT          TO O-UPD-DT OF PKSASCL0.
           MOVE SA-SCL-OPR-NO          TO O-OPR-NO OF PKSASCL0.
           MOVE SA-SCL-CHK-OPR-NO      TO O-CHK-OPR-NO OF PKSASCL0.

       6010-SET-ALIAS-OUT-RTN.
           MOVE SA-SCL-ALIAS(WK-AL-IX) TO O-ALIAS OF PKSASCL0(WK-AL-IX).
           ADD 1                       TO WK-AL-IX.

       7100-REPL-LST-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSASCLD'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           MOVE 'SASCNLST'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SASCNLST
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       9000-END-TXN-RTN.
           MOVE SPACES                 TO O-RTRN-CODE OF PKSASCL0.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSASCL0'.

      *    名称规范化
       9713-CALL-KSASCM0-RTN.
           MOVE '2'                    TO I-FUN-CODE OF PKSASCM0.
           CALL 'GSYSTRIG'             USING APA-AREA
                                             PKSASCM0
                                       CONTENT 'KSASCM0 '.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

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
