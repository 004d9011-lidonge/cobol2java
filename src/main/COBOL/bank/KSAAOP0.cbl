      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSAAOP0".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSAAOP0                                 *
      * DESCRIPTION........: AUTHORIZED OPERATOR REGISTER            *
      *                      授权经办人登记维护及核验:按账号+经办人   *
      *                      证件号登记/修改/撤销/查询可办业务种类、  *
      *                      单笔/单日限额与有效期(须第二柜员复核);  *
      *                      经办核验供KSAWDR0/KSATRF0/KSARSV0调用,   *
      *                      返回通过/未授权/超限,由调用方决定拒绝   *
      *                      或转主管授权;记用累计当日已办金额       *
      * KB/CF TO BE CALLED: NONE                                     *
      * INPUT..............: PKSAAOP0                                *
      * OUTPUT.............: PKSAAOP0                                *
      * MESSAGE CODE.......: AN023,EN048,EN317,EN430,END43           *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAACND   SAACNACN       R                                   *
      * BSAAOPD   SAAOPREG       R/U/I                               *
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
                                       VALUE '/// WK-AREA KSAAOP0 ///'.
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
       01 SAAOPREG.
          COPY                         SAAOPREG.
       01  WK-KIND-IX                  PIC 9(02) COMP.
       01  WK-AREA.
           05  WK-SYS-BRANCH-STD       PIC X(9).
           05  WK-SYS-TELLER-ID        PIC X(12).
           05  WK-DAY-USED-AMT         PIC S9(16)V9(2) COMP-3.
           05  WK-LIVE-FLG             PIC X(01).
               88  WK-LIVE-FOUND                 VALUE 'Y'.
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
       01  PKSAAOP0.
           COPY                        PKSAAOP0.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA,
                                PKSAAOP0.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-CHECK-INPUT-RTN.
           IF I-FUN-CODE OF PKSAAOP0 = '1'
           THEN
             PERFORM 3000-GET-ACCT-RTN
             PERFORM 5000-MAINT-RTN
           END-IF.
           IF I-FUN-CODE OF PKSAAOP0 = '2'
           THEN
             PERFORM 5100-CANCEL-RTN
           END-IF.
           IF I-FUN-CODE OF PKSAAOP0 = '3'
           THEN
             PERFORM 5200-QUERY-RTN
           END-IF.
           IF I-FUN-CODE OF PKSAAOP0 = '4'
           THEN
             PERFORM 5300-VERIFY-RTN
           END-IF.
           IF I-FUN-CODE OF PKSAAOP0 = '5'
           THEN
             PERFORM 5400-ACCUM-RTN
           END-IF.
           IF I-FUN-CODE OF PKSAAOP0 NOT = '4' AND '5'
           THEN
             PERFORM 6000-SET-OUTPUT-RTN
           END-IF.
           PERFORM 9000-END-TXN-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSAAOP0'.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNACN.
           INITIALIZE                  SAAOPREG.
           INITIALIZE                  PCMSGLOG.
           INITIALIZE                  WK-AREA.
           MOVE SPACES                 TO AIF-MSG-CODE.
           MOVE SYS-BRANCH-STD         TO WK-SYS-BRANCH-STD.
           MOVE SYS-TELLER-ID          TO WK-SYS-TELLER-ID.

       2000-CHECK-INPUT-RTN.
           IF SYS-TX-TYP = C-CLG-TXT-EC AND
              ( I-FUN-CODE OF PKSAAOP0 = '1' OR
                I-FUN-CODE OF PKSAAOP0 = '2' )
           THEN
             MOVE 'END43'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-FUN-CODE OF PKSAAOP0 NOT = '1' AND '2' AND '3'
              AND '4' AND '5' OR
              I-ACCT-NO OF PKSAAOP0 = SPACES
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF ( I-FUN-CODE OF PKSAAOP0 = '1' OR
                I-FUN-CODE OF PKSAAOP0 = '2' OR
                I-FUN-CODE OF PKSAAOP0 = '3' ) AND
              I-AGT-CERT-ID OF PKSAAOP0 = SPACES
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
      *    登记/修改/撤销须复核,复核柜员不得与经办柜员同一人
           IF ( I-FUN-CODE OF PKSAAOP0 = '1' OR
                I-FUN-CODE OF PKSAAOP0 = '2' ) AND
              ( I-CHK-TELLER-ID OF PKSAAOP0 = SPACES OR
                I-CHK-TELLER-ID OF PKSAAOP0 = WK-SYS-TELLER-ID )
           THEN
             MOVE 'AN023'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
      *    登记:姓名证件必输,可办业务至少一项,限额不得为负,
      *    失效日不得早于生效日
           IF I-FUN-CODE OF PKSAAOP0 = '1'
           THEN
             IF I-AGT-CERT-TYP OF PKSAAOP0 = SPACES OR
                I-AGT-NAME OF PKSAAOP0 = SPACES OR
                I-TX-KIND-ALW OF PKSAAOP0 NOT = '100' AND '010'
                AND '001' AND '110' AND '101' AND '011' AND '111' OR
                I-PER-TX-LMT OF PKSAAOP0 NOT NUMERIC OR
                I-PER-TX-LMT OF PKSAAOP0 < ZEROS OR
                I-DAY-LMT OF PKSAAOP0 NOT NUMERIC OR
                I-DAY-LMT OF PKSAAOP0 < ZEROS OR
                I-EXP-DT OF PKSAAOP0 NOT = SPACES AND
                I-EXP-DT OF PKSAAOP0 < I-EFF-DT OF PKSAAOP0
             THEN
               MOVE 'EN317'            TO AIF-MSG-CODE
               PERFORM 9999-MESSAGE-HANDLE-RTN
             END-IF
           END-IF.
           IF ( I-FUN-CODE OF PKSAAOP0 = '4' OR
                I-FUN-CODE OF PKSAAOP0 = '5' ) AND
              ( I-TX-KIND OF PKSAAOP0 NOT = '1' AND '2' AND '3' OR
                I-AMT OF PKSAAOP0 NOT NUMERIC )
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

       3000-GET-ACCT-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNACN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSAAOP0  TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAACNACN
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE 'EN048'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

      *    登记/修改:无登记新增,已有(含已撤销)则覆盖并恢复有效;
      *    当日已办金额保留
       5000-MAINT-RTN.
           PERFORM 7000-GHU-AOP-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             INITIALIZE                SAAOPREG
             MOVE I-ACCT-NO OF PKSAAOP0
                                       TO SA-AOP-ACCT-NO
             MOVE I-AGT-CERT-ID OF PKSAAOP0
                                       TO SA-AOP-CERT-ID
             MOVE ZEROS                TO SA-AOP-DAY-USED-AMT
             MOVE SYS-BUSN-DT          TO SA-AOP-REG-DT
             PERFORM 5010-SET-AOP-RTN
             MOVE SYS-LEGAL-PERSON-ID  TO SA-LEGAL-PERSON-ID
                                          OF SAAOPREG
             MOVE SYS-PARTITION-ID     TO SA-DB-PARTITION-ID
                                          OF SAAOPREG
             INITIALIZE                PDBIMAIN
             MOVE 'BSAAOPD'            TO DBI-DB-NAME
             MOVE FT-ISRT              TO DBI-FT-NAME
             MOVE 'SAAOPREG'           TO DBI-SEGMENT-NAME(1)
             CALL 'GDBIMAIN' USING PDBIMAIN
                                   SAAOPREG
                                   AIF-AREA
             PERFORM 9999-MESSAGE-HANDLE-RTN
           ELSE
             PERFORM 5010-SET-AOP-RTN
             PERFORM 7100-REPL-AOP-RTN
           END-IF.

       5010-SET-AOP-RTN.
           MOVE I-AGT-CERT-TYP OF PKSAAOP0
                                       TO SA-AOP-CERT-TYP.
           MOVE I-AGT-NAME OF PKSAAOP0 TO SA-AOP-NAME.
           MOVE I-AGT-TEL OF PKSAAOP0  TO SA-AOP-TEL.
           MOVE I-TX-KIND-ALW OF PKSAAOP0
                                       TO SA-AOP-TX-KIND-ALW.
           MOVE I-PER-TX-LMT OF PKSAAOP0
                                       TO SA-AOP-PER-TX-LMT.
           MOVE I-DAY-LMT OF PKSAAOP0  TO SA-AOP-DAY-LMT.
           IF I-EFF-DT OF PKSAAOP0 = SPACES
           THEN
             MOVE SYS-BUSN-DT          TO SA-AOP-EFF-DT
           ELSE
             MOVE I-EFF-DT OF PKSAAOP0 TO SA-AOP-EFF-DT
           END-IF.
           MOVE I-EXP-DT OF PKSAAOP0   TO SA-AOP-EXP-DT.
           MOVE '0'                    TO SA-AOP-STS.
           PERFORM 5020-SET-OPR-RTN.

       5020-SET-OPR-RTN.
           MOVE SYS-BUSN-DT            TO SA-AOP-UPD-DT.
           MOVE WK-SYS-TELLER-ID       TO SA-AOP-OPR-NO.
           MOVE I-CHK-TELLER-ID OF PKSAAOP0
                                       TO SA-AOP-CHK-OPR-NO.

      *    撤销:保留记录置已撤销,核验即按未授权处理
       5100-CANCEL-RTN.
           PERFORM 7000-GHU-AOP-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND OR
              SA-AOP-STS = '1'
           THEN
             MOVE 'EN430'              TO AIF-MSG-CODE
      *      MOVE '授权经办人未登记'   TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE '1'                    TO SA-AOP-STS.
           PERFORM 5020-SET-OPR-RTN.
           PERFORM 7100-REPL-AOP-RTN.

       5200-QUERY-RTN.
           PERFORM 7200-GU-AOP-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE 'EN430'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

      *    经办核验:账户无有效登记不管控;有登记时经办人须在册
      *    有效、在有效期内、可办本业务种类,且不超单笔/单日限额
       5300-VERIFY-RTN.
           MOVE '0'                    TO O-VRF-RSLT OF PKSAAOP0.
           MOVE '0'                    TO O-REG-FLG OF PKSAAOP0.
           PERFORM 5310-CHECK-LIVE-RTN.
           IF WK-LIVE-FOUND
           THEN
             MOVE '1'                  TO O-REG-FLG OF PKSAAOP0
             MOVE '1'                  TO O-VRF-RSLT OF PKSAAOP0
             IF I-AGT-CERT-ID OF PKSAAOP0 NOT = SPACES
             THEN
               PERFORM 7200-GU-AOP-RTN
               IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND
               THEN
                 PERFORM 5320-CHECK-AOP-RTN
               END-IF
             END-IF
           END-IF.

      *    账户下是否有任一有效经办人登记
       5310-CHECK-LIVE-RTN.
           MOVE SPACES                 TO WK-LIVE-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAAOPREG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAAOPD'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SAAOPREG'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSAAOP0  TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(1 , 1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           PERFORM 5311-LIVE-LOOP-RTN
                   UNTIL DBI-DB-STATUS = FT-RTRN-NOTFOUND OR
                         WK-LIVE-FOUND.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAAOPREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       5311-LIVE-LOOP-RTN.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAAOPREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND
           THEN
             IF SA-AOP-STS = '0' AND
                ( SA-AOP-EXP-DT = SPACES OR
                  SA-AOP-EXP-DT >= SYS-BUSN-DT )
             THEN
               SET WK-LIVE-FOUND       TO TRUE
             END-IF
             MOVE '0'                  TO DBI-CMD-CODE(1 , 1)
           END-IF.

       5320-CHECK-AOP-RTN.
           MOVE I-TX-KIND OF PKSAAOP0  TO WK-KIND-IX.
           IF SA-AOP-LST-USE-DT = SYS-BUSN-DT
           THEN
             MOVE SA-AOP-DAY-USED-AMT  TO WK-DAY-USED-AMT
           ELSE
             MOVE ZEROS                TO WK-DAY-USED-AMT
           END-IF.
           MOVE WK-DAY-USED-AMT        TO O-DAY-USED-AMT OF PKSAAOP0.
           EVALUATE TRUE
             WHEN SA-AOP-STS NOT = '0'
               MOVE '1'                TO O-VRF-RSLT OF PKSAAOP0
             WHEN SA-AOP-EFF-DT > SYS-BUSN-DT
               MOVE '1'                TO O-VRF-RSLT OF PKSAAOP0
             WHEN SA-AOP-EXP-DT NOT = SPACES AND
                  SA-AOP-EXP-DT < SYS-BUSN-DT
               MOVE '1'                TO O-VRF-RSLT OF PKSAAOP0
             WHEN SA-AOP-TX-KIND-ALW(WK-KIND-IX:1) NOT = '1'
               MOVE '1'                TO O-VRF-RSLT OF PKSAAOP0
             WHEN SA-AOP-PER-TX-LMT > ZEROS AND
                  I-AMT OF PKSAAOP0 > SA-AOP-PER-TX-LMT
               MOVE '2'                TO O-VRF-RSLT OF PKSAAOP0
      *      大额现金预约为将来日期,不占当日限额
             WHEN I-TX-KIND OF PKSAAOP0 NOT = '3' AND
                  SA-AOP-DAY-LMT > ZEROS AND
                  WK-DAY-USED-AMT + I-AMT OF PKSAAOP0 >
                  SA-AOP-DAY-LMT
               MOVE '2'                TO O-VRF-RSLT OF PKSAAOP0
             WHEN OTHER
               MOVE '0'                TO O-VRF-RSLT OF PKSAAOP0
           END-EVALUATE.
           MOVE SA-AOP-NAME            TO O-AGT-NAME OF PKSAAOP0.
           MOVE SA-AOP-PER-TX-LMT      TO O-PER-TX-LMT OF PKSAAOP0.
           MOVE SA-AOP-DAY-LMT         TO O-DAY-LMT OF PKSAAOP0.

      *    记用:支取/转账放行(含主管授权放行)后累计当日已办金额
       5400-ACCUM-RTN.
           IF I-AGT-CERT-ID OF PKSAAOP0 NOT = SPACES
           THEN
             PERFORM 7000-GHU-AOP-RTN
             IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND
             THEN
               IF SA-AOP-LST-USE-DT NOT = SYS-BUSN-DT
               THEN
                 MOVE ZEROS            TO SA-AOP-DAY-USED-AMT
               END-IF
               ADD I-AMT OF PKSAAOP0   TO SA-AOP-DAY-USED-AMT
               MOVE SYS-BUSN-DT        TO SA-AOP-LST-USE-DT
               PERFORM 7100-REPL-AOP-RTN
               MOVE SA-AOP-DAY-USED-AMT
                                       TO O-DAY-USED-AMT OF PKSAAOP0
             END-IF
           END-IF.

       6000-SET-OUTPUT-RTN.
           MOVE SA-AOP-CERT-TYP        TO O-AGT-CERT-TYP OF PKSAAOP0.
           MOVE SA-AOP-NAME            TO O-AGT-NAME OF PKSAAOP0.
           MOVE SA-AOP-TEL             TO O-AGT-TEL OF PKSAAOP0.
           MOVE SA-AOP-TX-KIND-ALW     TO O-TX-KIND-ALW OF PKSAAOP0.
           MOVE SA-AOP-PER-TX-LMT      TO O-PER-TX-LMT OF PKSAAOP0.
           MOVE SA-AOP-DAY-LMT         TO O-DAY-LMT OF PKSAAOP0.
           IF SA-AOP-LST-USE-DT = SYS-BUSN-DT
           THEN
             MOVE SA-AOP-DAY-USED-AMT  TO O-DAY-USED-AMT OF PKSAAOP0
           ELSE
             MOVE ZEROS                TO O-DAY-USED-AMT OF PKSAAOP0
           END-IF.
           MOVE SA-AOP-EFF-DT          TO O-EFF-DT OF PKSAAOP0.
           MOVE SA-AOP-EXP-DT          TO O-EXP-DT OF PKSAAOP0.
           MOVE SA-AOP-STS             TO O-AOP-STS OF PKSAAOP0.
           MOVE SA-AOP-UPD-DT          TO O-UPD-DT OF PKSAAOP0.
           MOVE SA-AOP-OPR-NO          TO O-OPR-NO OF PKSAAOP0.
           MOVE SA-AOP-CHK-OPR-NO      TO O-CHK-OPR-NO OF PKSAAOP0.

       7000-GHU-AOP-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAAOPREG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAAOPD'              TO DBI-DB-NAME.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           MOVE 'SAAOPREG'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSAAOP0  TO DBI-KEY-VALUE1(1).
           MOVE I-AGT-CERT-ID OF PKSAAOP0
                                       TO DBI-KEY-VALUE1(2).
           MOVE 'SAAOPREG'             TO DBI-SEGMENT-NAME(2).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAAOPREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       7100-REPL-AOP-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAAOPD'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           MOVE 'SAAOPREG'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAAOPREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       7200-GU-AOP-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAAOPREG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAAOPD'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAAOPREG'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSAAOP0  TO DBI-KEY-VALUE1(1).
           MOVE I-AGT-CERT-ID OF PKSAAOP0
                                       TO DBI-KEY-VALUE1(2).
           MOVE 'SAAOPREG'             TO DBI-SEGMENT-NAME(2).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAAOPREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       9000-END-TXN-RTN.
           MOVE SPACES                 TO O-RTRN-CODE OF PKSAAOP0.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSAAOP0'.

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
