      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSAIMG0".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSAIMG0                                 *
      * DESCRIPTION........: ACCOUNT DOCUMENT IMAGE INDEX MAINTENANCE*
      *                      开户资料影像索引维护:开户交易GSA01060   *
      *                      以功能1整组登记(含必备资料标志);网点   *
      *                      以功能2补登或更换单项资料;功能3查询.   *
      *                      登记/补登后按必备资料重判资料齐全状态; *
      *                      索引未建的存量账户补登时按账户种类及   *
      *                      支取方式补定必备资料                   *
      * KB/CF TO BE CALLED: NONE                                     *
      * INPUT..............: PKSAIMG0                                *
      * OUTPUT.............: PKSAIMG0                                *
      * MESSAGE CODE.......: END43,EN048,EN317,EN440                 *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAACND   SAACNACN       R                                   *
      * BSAIMGD   SAIMGIDX       R/U/I                               *
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
                                       VALUE '/// WK-AREA KSAIMG0 ///'.
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
       01 SAIMGIDX.
          COPY                         SAIMGIDX.
       01  WK-DOC-IX                   PIC 9(02) COMP.
       01  WK-AREA.
           05  WK-SYS-BRANCH-STD       PIC X(9).
           05  WK-SYS-TELLER-ID        PIC X(12).
           05  WK-MISS-CNT             PIC 9(02).
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
       01  PKSAIMG0.
           COPY                        PKSAIMG0.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA,
                                PKSAIMG0.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-CHECK-INPUT-RTN.
           IF I-FUN-CODE OF PKSAIMG0 = '1'
           THEN
             PERFORM 5000-OPEN-REG-RTN
           END-IF.
           IF I-FUN-CODE OF PKSAIMG0 = '2'
           THEN
             PERFORM 5100-ADD-DOC-RTN
           END-IF.
           IF I-FUN-CODE OF PKSAIMG0 = '3'
           THEN
             PERFORM 5200-QUERY-RTN
           END-IF.
           PERFORM 6000-SET-OUTPUT-RTN.
           PERFORM 9000-END-TXN-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSAIMG0'.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAIMGIDX.
           INITIALIZE                  PCMSGLOG.
           INITIALIZE                  WK-AREA.
           MOVE SPACES                 TO AIF-MSG-CODE.
           MOVE SYS-BRANCH-STD         TO WK-SYS-BRANCH-STD.
           MOVE SYS-TELLER-ID          TO WK-SYS-TELLER-ID.

       2000-CHECK-INPUT-RTN.
           IF SYS-TX-TYP = C-CLG-TXT-EC AND
              I-FUN-CODE OF PKSAIMG0 NOT = '3'
           THEN
             MOVE 'END43'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-FUN-CODE OF PKSAIMG0 NOT = '1' AND '2' AND '3' OR
              I-ACCT-NO OF PKSAIMG0 = SPACES
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
      *    补登:资料类别1-8,该类别文档号必输
           IF I-FUN-CODE OF PKSAIMG0 = '2'
           THEN
             IF I-DOC-TYP OF PKSAIMG0 NOT NUMERIC OR
                I-DOC-TYP OF PKSAIMG0 = ZEROS OR
                I-DOC-TYP OF PKSAIMG0 = 9
             THEN
               MOVE 'EN317'            TO AIF-MSG-CODE
               PERFORM 9999-MESSAGE-HANDLE-RTN
             END-IF
             MOVE I-DOC-TYP OF PKSAIMG0
                                       TO WK-DOC-IX
             IF I-DOC-ID OF PKSAIMG0(WK-DOC-IX) = SPACES
             THEN
               MOVE 'EN317'            TO AIF-MSG-CODE
               PERFORM 9999-MESSAGE-HANDLE-RTN
             END-IF
           END-IF.

      *    开户登记:索引已存在的按本次录入逐项覆盖
       5000-OPEN-REG-RTN.
           PERFORM 7000-GHU-IMG-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             PERFORM 5010-NEW-IMG-RTN
             MOVE I-REQ-MASK OF PKSAIMG0
                                       TO SA-IMG-REQ-MASK
             MOVE 1                    TO WK-DOC-IX
             PERFORM 5020-SET-DOC-RTN UNTIL WK-DOC-IX > 8
             PERFORM 5030-SET-STS-RTN
             PERFORM 7200-ISRT-IMG-RTN
           ELSE
             MOVE I-REQ-MASK OF PKSAIMG0
                                       TO SA-IMG-REQ-MASK
             MOVE 1                    TO WK-DOC-IX
             PERFORM 5020-SET-DOC-RTN UNTIL WK-DOC-IX > 8
             PERFORM 5030-SET-STS-RTN
             PERFORM 7100-REPL-IMG-RTN
           END-IF.

       5010-NEW-IMG-RTN.
           INITIALIZE                  SAIMGIDX.
           MOVE I-ACCT-NO OF PKSAIMG0  TO SA-IMG-ACCT-NO.
           MOVE WK-SYS-BRANCH-STD      TO SA-IMG-OPAC-INSTN-NO.
           MOVE SYS-BUSN-DT            TO SA-IMG-OPAC-DT.
           MOVE SYS-LEGAL-PERSON-ID    TO SA-LEGAL-PERSON-ID
                                          OF SAIMGIDX.
           MOVE SYS-PARTITION-ID       TO SA-DB-PARTITION-ID
                                          OF SAIMGIDX.

      *    扫描日期/柜员未送的取当日及本柜员
       5020-SET-DOC-RTN.
           IF I-DOC-ID OF PKSAIMG0(WK-DOC-IX) NOT = SPACES
           THEN
             MOVE I-DOC-ID OF PKSAIMG0(WK-DOC-IX)
                                       TO SA-IMG-DOC-ID(WK-DOC-IX)
             MOVE I-SCAN-DT OF PKSAIMG0(WK-DOC-IX)
                                       TO SA-IMG-SCAN-DT(WK-DOC-IX)
             MOVE I-SCAN-TLR OF PKSAIMG0(WK-DOC-IX)
                                       TO SA-IMG-SCAN-TLR(WK-DOC-IX)
             IF SA-IMG-SCAN-DT(WK-DOC-IX) = SPACES
             THEN
               MOVE SYS-BUSN-DT        TO SA-IMG-SCAN-DT(WK-DOC-IX)
             END-IF
             IF SA-IMG-SCAN-TLR(WK-DOC-IX) = SPACES
             THEN
               MOVE WK-SYS-TELLER-ID   TO SA-IMG-SCAN-TLR(WK-DOC-IX)
             END-IF
             MOVE SYS-BUSN-DT          TO SA-IMG-REG-DT(WK-DOC-IX)
           END-IF.
           ADD 1                       TO WK-DOC-IX.

      *    必备资料逐项核对,任一缺失即置资料不全
       5030-SET-STS-RTN.
           MOVE ZEROS                  TO WK-MISS-CNT.
           MOVE 1                      TO WK-DOC-IX.
           PERFORM 5031-CHECK-REQ-RTN UNTIL WK-DOC-IX > 8.
           IF WK-MISS-CNT = ZEROS
           THEN
             MOVE '0'                  TO SA-IMG-STS
           ELSE
             MOVE '1'                  TO SA-IMG-STS
           END-IF.
           MOVE SYS-BUSN-DT            TO SA-IMG-UPD-DT.
           MOVE WK-SYS-TELLER-ID       TO SA-IMG-UPD-TLR.

       5031-CHECK-REQ-RTN.
           IF SA-IMG-REQ-MASK(WK-DOC-IX:1) = '1' AND
              SA-IMG-DOC-ID(WK-DOC-IX) = SPACES
           THEN
             ADD 1                     TO WK-MISS-CNT
           END-IF.
           ADD 1                       TO WK-DOC-IX.

      *    补登/更换单项资料;存量账户尚无索引的先建索引
       5100-ADD-DOC-RTN.
           PERFORM 7000-GHU-IMG-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             PERFORM 9802-GU-SAACNACN-RTN
             PERFORM 5010-NEW-IMG-RTN
             MOVE SA-OPAC-INSTN-NO     TO SA-IMG-OPAC-INSTN-NO
             MOVE SA-OPAC-DT           TO SA-IMG-OPAC-DT
             PERFORM 5110-LEGACY-MASK-RTN
             PERFORM 5120-SET-ONE-DOC-RTN
             PERFORM 5030-SET-STS-RTN
             PERFORM 7200-ISRT-IMG-RTN
           ELSE
             PERFORM 5120-SET-ONE-DOC-RTN
             PERFORM 5030-SET-STS-RTN
             PERFORM 7100-REPL-IMG-RTN
           END-IF.

      *    存量账户:按账户种类取基础必备资料,凭印鉴支取加印鉴卡
       5110-LEGACY-MASK-RTN.
           IF SA-ACCT-KIND OF SAACNACN = C-SA-ACC-II
           THEN
             MOVE C-SA-IMG-REQ-ACC-II  TO SA-IMG-REQ-MASK
           ELSE
             MOVE C-SA-IMG-REQ-ACC-I   TO SA-IMG-REQ-MASK
           END-IF.
           IF SA-DRW-TYP OF SAACNACN(1:1) = C-SA-DRW-BY-SEAL OR
              SA-DRW-TYP OF SAACNACN(2:1) = C-SA-DRW-BY-SEAL OR
              SA-DRW-TYP OF SAACNACN(3:1) = C-SA-DRW-BY-SEAL OR
              SA-DRW-TYP OF SAACNACN(4:1) = C-SA-DRW-BY-SEAL
           THEN
             MOVE '1'                  TO SA-IMG-REQ-MASK(2:1)
           END-IF.

       5120-SET-ONE-DOC-RTN.
           MOVE I-DOC-TYP OF PKSAIMG0  TO WK-DOC-IX.
           PERFORM 5020-SET-DOC-RTN.

       5200-QUERY-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAIMGIDX.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAIMGD'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAIMGIDX'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSAIMG0  TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAIMGIDX
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE 'EN440'              TO AIF-MSG-CODE
      *      MOVE '开户资料影像索引未登记' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

       6000-SET-OUTPUT-RTN.
           MOVE SA-IMG-REQ-MASK        TO O-REQ-MASK OF PKSAIMG0.
           MOVE 1                      TO WK-DOC-IX.
           PERFORM 6010-SET-DOC-OUT-RTN UNTIL WK-DOC-IX > 8.
           MOVE SA-IMG-STS             TO O-IMG-STS OF PKSAIMG0.
           MOVE SA-IMG-OPAC-DT         TO O-OPAC-DT OF PKSAIMG0.
           MOVE SA-IMG-UPD-DT          TO O-UPD-DT OF PKSAIMG0.
           MOVE SA-IMG-UPD-TLR         TO O-UPD-TLR OF PKSAIMG0.

       6010-SET-DOC-OUT-RTN.
           MOVE SA-IMG-DOC-ID(WK-DOC-IX)
                             TO O-DOC-ID OF PKSAIMG0(WK-DOC-IX).
           MOVE SA-IMG-SCAN-DT(WK-DOC-IX)
                             TO O-SCAN-DT OF PKSAIMG0(WK-DOC-IX).
           MOVE SA-IMG-SCAN-TLR(WK-DOC-IX)
                             TO O-SCAN-TLR OF PKSAIMG0(WK-DOC-IX).
           MOVE SA-IMG-REG-DT(WK-DOC-IX)
                             TO O-REG-DT OF PKSAIMG0(WK-DOC-IX).
           ADD 1                       TO WK-DOC-IX.

       7000-GHU-IMG-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAIMGIDX.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAIMGD'              TO DBI-DB-NAME.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           MOVE 'SAIMGIDX'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSAIMG0  TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAIMGIDX
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       7100-REPL-IMG-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAIMGD'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           MOVE 'SAIMGIDX'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAIMGIDX
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       7200-ISRT-IMG-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAIMGD'              TO DBI-DB-NAME.
           MOVE FT-ISRT                TO DBI-FT-NAME.
           MOVE 'SAIMGIDX'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAIMGIDX
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       9000-END-TXN-RTN.
           MOVE SPACES                 TO O-RTRN-CODE OF PKSAIMG0.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSAIMG0'.

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
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE I-ACCT-NO OF PKSAIMG0  TO DBI-KEY-VALUE1(1).
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
