      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSAAIS0".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSAAIS0                                 *
      * DESCRIPTION........: ANNUAL INTEREST STATEMENT REPRINT       *
      *                      年度利息清单联机补打:按账号+年度+币种  *
      *                      取结息历史(SAITSHIS)逐次结息及年度合计, *
      *                      并汇总本年透支利息回收,口径同年末批量  *
      *                      KSARAIS1,供柜面按需打印                 *
      * KB/CF TO BE CALLED:                                          *
      * INPUT..............: PKSAAIS0                                *
      * OUTPUT.............: PKSAAIS0                                *
      * MESSAGE CODE.......: EN048,EN317,EN408                       *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAACND   SAACNACN       R                                   *
      * BSAACND   SAACNTXN       R                                   *
      * BSAITHD   SAITSHIS       R                                   *
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
                                       VALUE '/// WK-AREA KSAAIS0 ///'.
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
       01 SAACNTXN.
          COPY                         SAACNTXN.
       01 SAITSHIS.
          COPY                         SAITSHIS.
       01  WK-AREA.
           05  WK-SYS-BRANCH-STD       PIC X(9).
           05  WK-SYS-TELLER-ID        PIC X(12).
           05  WK-IX                   PIC 9(02).
           05  WK-HIS-CNT              PIC 9(05).
           05  WK-EOF-FLG              PIC X(01).
               88  WK-EOF                        VALUE 'Y'.
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
       01  PKSAAIS0.
           COPY                        PKSAAIS0.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA,
                                PKSAAIS0.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-CHECK-INPUT-RTN.
           PERFORM 3000-GET-ACN-RTN.
           PERFORM 4000-SCAN-HIS-RTN.
           PERFORM 5000-SUM-RCV-RTN.
           IF WK-HIS-CNT = ZEROS AND
              O-OD-RCV-AMT OF PKSAAIS0 = ZEROS
           THEN
             MOVE 'EN408'              TO AIF-MSG-CODE
      *      MOVE '该年度无结息记录'   TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           PERFORM 9000-END-TXN-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSAAIS0'.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNACN.
           INITIALIZE                  SAACNTXN.
           INITIALIZE                  SAITSHIS.
           INITIALIZE                  PCMSGLOG.
           INITIALIZE                  WK-AREA.
           MOVE SPACES                 TO AIF-MSG-CODE.
           MOVE SYS-BRANCH-STD         TO WK-SYS-BRANCH-STD.
           MOVE SYS-TELLER-ID          TO WK-SYS-TELLER-ID.
           MOVE ZEROS                  TO O-ROW-CNT         OF PKSAAIS0
                                          O-TOT-INT-AMT     OF PKSAAIS0
                                          O-TOT-NGO-INT-AMT OF PKSAAIS0
                                          O-TOT-WHT-AMT     OF PKSAAIS0
                                          O-TOT-NET-AMT     OF PKSAAIS0
                                          O-TOT-OD-INT-AMT  OF PKSAAIS0
                                          O-OD-RCV-AMT      OF PKSAAIS0.

       2000-CHECK-INPUT-RTN.
           IF I-ACCT-NO OF PKSAAIS0 = SPACES OR
              I-YEAR OF PKSAAIS0 IS NOT NUMERIC OR
              I-CURR-COD OF PKSAAIS0 = SPACES
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-CURR-COD OF PKSAAIS0 = C-CM-RMB-COD
           THEN
             MOVE C-SA-RMB-CURR-IDEN   TO I-CURR-IDEN OF PKSAAIS0
           END-IF.

      *    销户账户同样可补打,只查根段存在
       3000-GET-ACN-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSAAIS0  TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAACNACN
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE 'EN048'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE SA-ACCT-NAME OF SAACNACN
                                       TO O-ACCT-NAME OF PKSAAIS0.
           MOVE SA-OPAC-INSTN-NO OF SAACNACN
                                       TO O-OPAC-INSTN-NO OF PKSAAIS0.

      *    本年该币种结息历史逐次列示并合计
       4000-SCAN-HIS-RTN.
           MOVE 'N'                    TO WK-EOF-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAITSHIS.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAITHD'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SAITSHIS'             TO DBI-SEGMENT-NAME(1).
           MOVE I-ACCT-NO OF PKSAAIS0  TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(1 , 1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           PERFORM 4010-HIS-LOOP-RTN UNTIL WK-EOF.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAITSHIS
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       4010-HIS-LOOP-RTN.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAITSHIS
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-EOF                TO TRUE
           ELSE
             IF SA-ITH-CURR-COD = I-CURR-COD OF PKSAAIS0 AND
                SA-ITH-CURR-IDEN = I-CURR-IDEN OF PKSAAIS0 AND
                SA-ITH-STL-DT(1:4) = I-YEAR OF PKSAAIS0 AND
                SA-ITH-STS NOT = '1'
             THEN
               PERFORM 4020-TAKE-HIS-RTN
             END-IF
             MOVE '0'                  TO DBI-CMD-CODE(1 , 1)
           END-IF.

       4020-TAKE-HIS-RTN.
           ADD 1                       TO WK-HIS-CNT.
           ADD SA-ITH-INT-AMT          TO O-TOT-INT-AMT OF PKSAAIS0.
           ADD SA-ITH-NGO-INT-AMT      TO O-TOT-NGO-INT-AMT
                                          OF PKSAAIS0.
           ADD SA-ITH-WHT-AMT          TO O-TOT-WHT-AMT OF PKSAAIS0.
           ADD SA-ITH-NET-AMT          TO O-TOT-NET-AMT OF PKSAAIS0.
           ADD SA-ITH-OD-INT-AMT       TO O-TOT-OD-INT-AMT
                                          OF PKSAAIS0.
           IF O-ROW-CNT OF PKSAAIS0 < 8
           THEN
             ADD 1                     TO O-ROW-CNT OF PKSAAIS0
             MOVE O-ROW-CNT OF PKSAAIS0
                                       TO WK-IX
             MOVE SA-ITH-STL-DT        TO O-STL-DT(WK-IX)
             MOVE SA-ITH-INT-AMT       TO O-INT-AMT(WK-IX)
             MOVE SA-ITH-NGO-INT-AMT   TO O-NGO-INT-AMT(WK-IX)
             MOVE SA-ITH-WHT-AMT       TO O-WHT-AMT(WK-IX)
             MOVE SA-ITH-NET-AMT       TO O-NET-AMT(WK-IX)
             MOVE SA-ITH-OD-INT-AMT    TO O-OD-INT-AMT(WK-IX)
             MOVE SA-ITH-PAYOUT-FLG    TO O-PAYOUT-FLG(WK-IX)
             MOVE SA-ITH-TGT-ACCT-NO   TO O-TGT-ACCT-NO(WK-IX)
           END-IF.

      *    本年该币种明细透支利息回收分项合计
       5000-SUM-RCV-RTN.
           MOVE 'N'                    TO WK-EOF-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNTXN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SAACNTXN'             TO DBI-SEGMENT-NAME(2).
           MOVE I-ACCT-NO OF PKSAAIS0  TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(2 , 1).
           MOVE 98                     TO DBI-DB-SEQUENCE.
           PERFORM 5010-TXN-LOOP-RTN UNTIL WK-EOF.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAACNTXN
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       5010-TXN-LOOP-RTN.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAACNTXN
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-EOF                TO TRUE
           ELSE
             IF SA-CURR-COD OF SAACNTXN = I-CURR-COD OF PKSAAIS0 AND
                SA-CURR-IDEN OF SAACNTXN = I-CURR-IDEN OF PKSAAIS0
                AND SA-TX-DT OF SAACNTXN(1:4) = I-YEAR OF PKSAAIS0
             THEN
               ADD SA-OD-INT-RCV-AMT OF SAACNTXN
                                       TO O-OD-RCV-AMT OF PKSAAIS0
             END-IF
             MOVE '0'                  TO DBI-CMD-CODE(2 , 1)
           END-IF.

       9000-END-TXN-RTN.
           MOVE SPACES                 TO O-RTRN-CODE OF PKSAAIS0.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSAAIS0'.

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
