      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSAOFR0".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/14.
      ****************************************************************
      * PROGRAM NAME.......: KSAOFR0                                 *
      * DESCRIPTION........: ACCOUNT OFFICER ASSIGNMENT MAINT        *
      *                      客户经理归属登记:按账户或客户号登记      *
      *                      一至多名客户经理及分成比例、生效日,      *
      *                      可单笔终止或整体改派;生效/失效日不得    *
      *                      早于本月1日(当月业绩可按日重算),同一    *
      *                      对象存续归属分成合计不超过100,改派须    *
      *                      恰为100;KSAROFR1按月据此归属存款业绩     *
      * KB/CF TO BE CALLED: CSACHK0                                  *
      * INPUT..............: PKSAOFR0                                *
      * OUTPUT.............: PKSAOFR0                                *
      * MESSAGE CODE.......: EN048,EN297,EN317,EN393,EN394,EN395,    *
      *                      END43                                   *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAOFRD   SAOFRREG       R/I/U                               *
      * BSACUSIX  SACUSIDX       R                                   *
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
                                       VALUE '/// WK-AREA KSAOFR0 ///'.
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
       01 SAOFRREG.
          COPY                         SAOFRREG.
       01 SACUSIDX.
          COPY                         SACUSIDX.
       01  WK-AREA.
           05  WK-ACCT-NO              PIC X(32).
           05  WK-SYS-BRANCH-STD       PIC X(9).
           05  WK-SYS-TELLER-ID        PIC X(12).
           05  WK-OBJ-KEY              PIC X(33).
           05  WK-EFF-DT               PIC X(08).
           05  WK-MON-START-DT         PIC X(08).
           05  WK-NEW-SEQ              PIC 9(05).
           05  WK-IX                   PIC 9(01).
      *    对象在生效日及以后仍存续的分成合计
           05  WK-ACT-PCT              PIC 9(05)V9(2).
      *    本次输入分成合计
           05  WK-IN-PCT               PIC 9(05)V9(2).
           05  WK-EOF-FLG              PIC X(01).
               88  WK-OFR-EOF                    VALUE 'Y'.
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
       01  PKSAOFR0.
           COPY                        PKSAOFR0.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA,
                                PKSAOFR0.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-CHECK-INPUT-RTN.
           EVALUATE I-FUN-CODE OF PKSAOFR0
             WHEN '1'
               PERFORM 4000-ADD-RTN
             WHEN '2'
               PERFORM 4500-TERM-RTN
             WHEN OTHER
               PERFORM 4600-REASSIGN-RTN
           END-EVALUATE.
           PERFORM 4900-SUM-ACTIVE-RTN.
           MOVE WK-ACT-PCT             TO O-TOT-PCT OF PKSAOFR0.
           PERFORM 9000-END-TXN-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSAOFR0'.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAOFRREG.
           INITIALIZE                  SACUSIDX.
           INITIALIZE                  PCSACHK0.
           INITIALIZE                  PCMSGLOG.
           INITIALIZE                  WK-AREA.
           MOVE SPACES                 TO AIF-MSG-CODE.
           MOVE SYS-BRANCH-STD         TO WK-SYS-BRANCH-STD.
           MOVE SYS-TELLER-ID          TO WK-SYS-TELLER-ID.
           MOVE SYS-BUSN-DT            TO WK-MON-START-DT.
           MOVE '01'                   TO WK-MON-START-DT(7:2).

       2000-CHECK-INPUT-RTN.
           IF SYS-TX-TYP = C-CLG-TXT-EC
           THEN
             MOVE 'END43'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-FUN-CODE OF PKSAOFR0 NOT = '1' AND '2' AND '3'
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
      *      MOVE '功能码错误'         TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF ( I-OBJ-TYP OF PKSAOFR0 NOT = '1' AND '2' ) OR
              I-OBJ-NO OF PKSAOFR0 = SPACES
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
      *      MOVE '归属对象输入有误'   TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE I-OBJ-TYP OF PKSAOFR0  TO WK-OBJ-KEY(1:1).
           MOVE I-OBJ-NO OF PKSAOFR0   TO WK-OBJ-KEY(2:32).
           IF I-EFF-DT OF PKSAOFR0 = SPACES
           THEN
             MOVE SYS-BUSN-DT          TO WK-EFF-DT
           ELSE
             MOVE I-EFF-DT OF PKSAOFR0 TO WK-EFF-DT
           END-IF.
           IF WK-EFF-DT NOT NUMERIC
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF WK-EFF-DT < WK-MON-START-DT
           THEN
             MOVE 'EN393'              TO AIF-MSG-CODE
      *      MOVE '归属生效/失效日不得早于本月1日' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-FUN-CODE OF PKSAOFR0 = '2'
           THEN
             IF I-OFR-SEQ-N OF PKSAOFR0 = ZEROS
             THEN
               MOVE 'EN317'            TO AIF-MSG-CODE
               PERFORM 9999-MESSAGE-HANDLE-RTN
             END-IF
           ELSE
             IF I-OFR-CNT OF PKSAOFR0 < 1 OR
                I-OFR-CNT OF PKSAOFR0 > 5
             THEN
               MOVE 'EN317'            TO AIF-MSG-CODE
               PERFORM 9999-MESSAGE-HANDLE-RTN
             END-IF
             MOVE ZEROS                TO WK-IN-PCT
             MOVE 1                    TO WK-IX
             PERFORM 2100-CHECK-GRP-RTN
                     UNTIL WK-IX > I-OFR-CNT OF PKSAOFR0
             IF I-FUN-CODE OF PKSAOFR0 = '3' AND
                WK-IN-PCT NOT = 100
             THEN
               MOVE 'EN394'            TO AIF-MSG-CODE
      *        MOVE '改派分成合计须为100' TO AIF-MSG-TEXT
               PERFORM 9999-MESSAGE-HANDLE-RTN
             END-IF
           END-IF.
           IF I-OBJ-TYP OF PKSAOFR0 = '1'
           THEN
             MOVE I-OBJ-NO OF PKSAOFR0 TO WK-ACCT-NO
             PERFORM 9711-CALL-CSACHK0-RTN
           ELSE
             PERFORM 9801-GU-SACUSIDX-RTN
           END-IF.

       2100-CHECK-GRP-RTN.
           IF I-OFFCR-NO OF PKSAOFR0(WK-IX) = SPACES OR
              I-OFFCR-BRANCH-STD OF PKSAOFR0(WK-IX) = SPACES OR
              I-SPLIT-PCT OF PKSAOFR0(WK-IX) NOT > ZEROS OR
              I-SPLIT-PCT OF PKSAOFR0(WK-IX) > 100
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
      *      MOVE '客户经理/机构/分成比例输入有误' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           ADD I-SPLIT-PCT OF PKSAOFR0(WK-IX)
                                       TO WK-IN-PCT.
           ADD 1                       TO WK-IX.

      *    新增归属:与存续分成合计不超过100
       4000-ADD-RTN.
           PERFORM 4900-SUM-ACTIVE-RTN.
           IF WK-ACT-PCT + WK-IN-PCT > 100
           THEN
             MOVE 'EN394'              TO AIF-MSG-CODE
      *      MOVE '归属分成合计超过100' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE 1                      TO WK-IX.
           PERFORM 4100-ISRT-OFR-RTN
                   UNTIL WK-IX > I-OFR-CNT OF PKSAOFR0.

       4100-ISRT-OFR-RTN.
           ADD 1                       TO WK-NEW-SEQ.
           INITIALIZE                  SAOFRREG.
           MOVE I-OBJ-TYP OF PKSAOFR0  TO SA-OFR-OBJ-TYP.
           MOVE I-OBJ-NO OF PKSAOFR0   TO SA-OFR-OBJ-NO.
           MOVE WK-NEW-SEQ             TO SA-OFR-SEQ-N.
           MOVE I-OFFCR-NO OF PKSAOFR0(WK-IX)
                                       TO SA-OFR-OFFCR-NO.
           MOVE I-OFFCR-BRANCH-STD OF PKSAOFR0(WK-IX)
                                       TO SA-OFR-OFFCR-BRANCH-STD.
           MOVE I-SPLIT-PCT OF PKSAOFR0(WK-IX)
                                       TO SA-OFR-SPLIT-PCT.
           MOVE WK-EFF-DT              TO SA-OFR-EFF-DT.
           MOVE SPACES                 TO SA-OFR-END-DT.
           MOVE '0'                    TO SA-OFR-STS.
           MOVE SYS-BUSN-DT            TO SA-OFR-REG-DT.
           MOVE WK-SYS-TELLER-ID       TO SA-OFR-REG-TLR.
           MOVE SYS-LEGAL-PERSON-ID    TO SA-LEGAL-PERSON-ID
                                          OF SAOFRREG.
           MOVE SYS-PARTITION-ID       TO SA-DB-PARTITION-ID
                                          OF SAOFRREG.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAOFRD'              TO DBI-DB-NAME.
           MOVE FT-ISRT                TO DBI-FT-NAME.
           MOVE 'SAOFRREG'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAOFRREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           ADD 1                       TO WK-IX.

      *    单笔终止:失效日置为输入日(不含)
       4500-TERM-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAOFRREG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAOFRD'              TO DBI-DB-NAME.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           MOVE 'SAOFRREG'             TO DBI-SEGMENT-NAME(1).
           MOVE WK-OBJ-KEY             TO DBI-KEY-VALUE1(1).
           MOVE I-OFR-SEQ-N OF PKSAOFR0
                                       TO DBI-KEY-VALUE1(2).
           MOVE 'SAOFRREG'             TO DBI-SEGMENT-NAME(2).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAOFRREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE 'EN048'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF SA-OFR-STS NOT = '0'
           THEN
             MOVE 'EN395'              TO AIF-MSG-CODE
      *      MOVE '该归属登记非存续状态' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           PERFORM 4700-END-OFR-RTN.

      *    整体改派:对象名下生效日仍存续的归属全部于生效日终止,
      *    再按输入组登记
       4600-REASSIGN-RTN.
           MOVE 'N'                    TO WK-EOF-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAOFRREG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAOFRD'              TO DBI-DB-NAME.
           MOVE FT-GHNP                TO DBI-FT-NAME.
           MOVE 'SAOFRREG'             TO DBI-SEGMENT-NAME(1).
           MOVE WK-OBJ-KEY             TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(1 , 1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAOFRREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-OFR-EOF            TO TRUE
           END-IF.
           PERFORM 4610-REASSIGN-LOOP-RTN UNTIL WK-OFR-EOF.
           PERFORM 4000-ADD-RTN.

       4610-REASSIGN-LOOP-RTN.
           IF SA-OFR-STS = '0' AND
              ( SA-OFR-END-DT = SPACES OR
                SA-OFR-END-DT > WK-EFF-DT )
           THEN
             PERFORM 4700-END-OFR-RTN
           END-IF.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAOFRD'              TO DBI-DB-NAME.
           MOVE FT-GHNP                TO DBI-FT-NAME.
           MOVE 'SAOFRREG'             TO DBI-SEGMENT-NAME(1).
           MOVE WK-OBJ-KEY             TO DBI-KEY-VALUE1(1).
           MOVE '0'                    TO DBI-CMD-CODE(1 , 1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAOFRREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-OFR-EOF            TO TRUE
           END-IF.

       4700-END-OFR-RTN.
           MOVE WK-EFF-DT              TO SA-OFR-END-DT.
           MOVE '1'                    TO SA-OFR-STS.
           MOVE WK-SYS-TELLER-ID       TO SA-OFR-TERM-TLR.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAOFRD'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAOFRREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

      *    对象名下生效日及以后仍存续的分成合计,兼取最大登记序号
       4900-SUM-ACTIVE-RTN.
           MOVE ZEROS                  TO WK-ACT-PCT.
           MOVE ZEROS                  TO WK-NEW-SEQ.
           MOVE 'N'                    TO WK-EOF-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAOFRREG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAOFRD'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SAOFRREG'             TO DBI-SEGMENT-NAME(1).
           MOVE WK-OBJ-KEY             TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(1 , 1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           PERFORM 4910-SUM-LOOP-RTN UNTIL WK-OFR-EOF.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAOFRREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       4910-SUM-LOOP-RTN.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAOFRREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-OFR-EOF            TO TRUE
           ELSE
             IF SA-OFR-SEQ-N > WK-NEW-SEQ
             THEN
               MOVE SA-OFR-SEQ-N       TO WK-NEW-SEQ
             END-IF
             IF SA-OFR-END-DT = SPACES OR
                SA-OFR-END-DT > WK-EFF-DT
             THEN
               ADD SA-OFR-SPLIT-PCT    TO WK-ACT-PCT
             END-IF
             MOVE '0'                  TO DBI-CMD-CODE(1 , 1)
           END-IF.

       9000-END-TXN-RTN.
           MOVE SPACES                 TO O-RTRN-CODE OF PKSAOFR0.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSAOFR0'.

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

      *    客户级归属:客户号须在客户账户索引中存在
       9801-GU-SACUSIDX-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SACUSIDX.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSACUSIX'             TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SACUSIDX'             TO DBI-SEGMENT-NAME(1).
           MOVE I-OBJ-NO OF PKSAOFR0   TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SACUSIDX
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
