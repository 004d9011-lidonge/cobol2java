      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSASTR0".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSASTR0                                 *
      * DESCRIPTION........: SUSPICIOUS TRANSACTION CASE HANDLING    *
      *                      可疑交易案件处理:按案件编号分派调查人、  *
      *                      登记调查备注、关联账户交易明细、确认可  *
      *                      疑(待上报)或排除结案及查询;确认与排除  *
      *                      须第二柜员复核                           *
      * KB/CF TO BE CALLED:                                          *
      * INPUT..............: PKSASTR0                                *
      * OUTPUT.............: PKSASTR0                                *
      * MESSAGE CODE.......: AN023,EN317,EN421,EN422,EN423,EN424,    *
      *                      END43                                   *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSASTRD   SASTRCAS       R/U                                 *
      * BSASTRD   SASTRDTL       R/I                                 *
      * BSAACND   SAACNTXN       R                                   *
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
                                       VALUE '/// WK-AREA KSASTR0 ///'.
       01  PCMSGLOG.
           COPY                        PCMSGLOG.
       01 PDBIMAIN.
          COPY                         PDBIMAIN.
       01 DBI-FTCALL.
          COPY                         FTCALL.
       01 DBI-RTRN.
          COPY                         FTRTRN.
       01 SASTRCAS.
          COPY                         SASTRCAS.
       01 SASTRDTL.
          COPY                         SASTRDTL.
       01 SAACNTXN.
          COPY                         SAACNTXN.
       01  WK-IX                       PIC 9(02) COMP.
      *    关联明细暂存:同一流水至多20笔
       01  WK-LNK-TBL.
           05  WK-LNK-CNT              PIC 9(02) COMP.
           05  WK-LNK-GRP              OCCURS 20.
               10  WK-LNK-DUP-FLG      PIC X(01).
               10  WK-LNK-DET-NO-N     PIC 9(07).
               10  WK-LNK-TX-DT        PIC X(08).
               10  WK-LNK-TX-TM        PIC X(08).
               10  WK-LNK-CURR-COD     PIC X(03).
               10  WK-LNK-DRCR-FLG     PIC X(01).
               10  WK-LNK-TX-TYP       PIC X(01).
               10  WK-LNK-AMT          PIC S9(16)V9(2) COMP-3.
               10  WK-LNK-DSCRP-COD    PIC X(04).
               10  WK-LNK-OP-ACCT-NO   PIC X(32).
               10  WK-LNK-OP-BANK-NO   PIC X(09).
               10  WK-LNK-OP-NAME      PIC X(120).
       01  WK-AREA.
           05  WK-SYS-BRANCH-STD       PIC X(9).
           05  WK-SYS-TELLER-ID        PIC X(12).
           05  WK-BUSN-DT-N            PIC 9(08).
           05  WK-DUE-DT-N             PIC 9(08).
           05  WK-TXN-EOF-FLG          PIC X(01).
               88  WK-TXN-EOF                    VALUE 'Y'.
           05  WK-DTL-EOF-FLG          PIC X(01).
               88  WK-DTL-EOF                    VALUE 'Y'.
           05  WK-NEW-CNT              PIC 9(02) COMP.
           05  WK-SEQ-BASE             PIC 9(05).
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
       01  PKSASTR0.
           COPY                        PKSASTR0.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA,
                                PKSASTR0.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-CHECK-INPUT-RTN.
           PERFORM 3000-GHU-CASE-RTN.
           PERFORM 3100-CHECK-STS-RTN.
           EVALUATE I-FUN-CODE OF PKSASTR0
             WHEN '1'
               PERFORM 5000-ASSIGN-RTN
             WHEN '2'
               PERFORM 5100-NOTE-RTN
             WHEN '3'
               PERFORM 5200-LINK-TXN-RTN
             WHEN '4'
               PERFORM 5300-CONFIRM-RTN
             WHEN '5'
               PERFORM 5400-EXCLUDE-RTN
             WHEN OTHER
               PERFORM 6100-QUERY-DTL-RTN
           END-EVALUATE.
           PERFORM 6000-SET-OUTPUT-RTN.
           PERFORM 9000-END-TXN-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSASTR0'.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SASTRCAS.
           INITIALIZE                  SASTRDTL.
           INITIALIZE                  PCMSGLOG.
           INITIALIZE                  WK-LNK-TBL.
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
           IF I-FUN-CODE OF PKSASTR0 NOT = '1' AND '2' AND '3' AND
              '4' AND '5' AND '6' OR
              I-CASE-NO OF PKSASTR0 = SPACES
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF ( I-FUN-CODE OF PKSASTR0 = '1' AND
                I-INV-OPR-NO OF PKSASTR0 = SPACES ) OR
              ( I-FUN-CODE OF PKSASTR0 = '2' AND
                I-NOTE OF PKSASTR0 = SPACES ) OR
              ( I-FUN-CODE OF PKSASTR0 = '3' AND
                ( I-ACCT-NO OF PKSASTR0 = SPACES OR
                  I-TX-LOG-NO OF PKSASTR0 = SPACES ) ) OR
              ( I-FUN-CODE OF PKSASTR0 = '5' AND
                I-NOTE OF PKSASTR0 = SPACES )
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
      *    确认可疑:特征代码、行为描述、已采取措施及客户证件必输
           IF I-FUN-CODE OF PKSASTR0 = '4' AND
              ( I-SUSP-COD OF PKSASTR0 = SPACES OR
                I-SUSP-DESC OF PKSASTR0 = SPACES OR
                I-ACTN-COD OF PKSASTR0 = SPACES OR
                I-CUST-CERT-TYP OF PKSASTR0 = SPACES OR
                I-CUST-CERT-ID OF PKSASTR0 = SPACES )
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
      *    确认与排除须复核,复核柜员不得与经办柜员同一人
           IF ( I-FUN-CODE OF PKSASTR0 = '4' OR '5' ) AND
              ( I-CHK-TELLER-ID OF PKSASTR0 = SPACES OR
                I-CHK-TELLER-ID OF PKSASTR0 = WK-SYS-TELLER-ID )
           THEN
             MOVE 'AN023'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

       3000-GHU-CASE-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SASTRCAS.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSASTRD'              TO DBI-DB-NAME.
           IF I-FUN-CODE OF PKSASTR0 = '6'
           THEN
             MOVE FT-GU                TO DBI-FT-NAME
           ELSE
             MOVE FT-GHU               TO DBI-FT-NAME
           END-IF.
           MOVE 'SASTRCAS'             TO DBI-SEGMENT-NAME(1).
           MOVE I-CASE-NO OF PKSASTR0  TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SASTRCAS
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE 'EN421'              TO AIF-MSG-CODE
      *      MOVE '可疑交易案件不存在' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

      *    分派/关联/排除限待分派或调查中;确认限调查中或回执失败
      *    待重报;备注限未结案(回执成功、排除结案不再登记)
       3100-CHECK-STS-RTN.
           IF ( ( I-FUN-CODE OF PKSASTR0 = '1' OR '3' OR '5' ) AND
                SA-STC-STS NOT = '0' AND '1' ) OR
              ( I-FUN-CODE OF PKSASTR0 = '2' AND
                ( SA-STC-STS = '4' OR '9' ) ) OR
              ( I-FUN-CODE OF PKSASTR0 = '4' AND
                SA-STC-STS NOT = '1' AND '5' )
           THEN
             MOVE 'EN422'              TO AIF-MSG-CODE
      *      MOVE '案件状态不允许该操作' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

       5000-ASSIGN-RTN.
           MOVE I-INV-OPR-NO OF PKSASTR0
                                       TO SA-STC-INV-OPR-NO.
           MOVE SYS-BUSN-DT            TO SA-STC-ASGN-DT.
           MOVE '1'                    TO SA-STC-STS.
           PERFORM 7000-UPD-WITH-NOTE-RTN.

       5100-NOTE-RTN.
           PERFORM 7000-UPD-WITH-NOTE-RTN.

      *    关联明细:先取账户该流水明细并剔除已关联者,再重取案件
      *    累计笔数金额,案件更新后逐笔登记子段
       5200-LINK-TXN-RTN.
           PERFORM 5210-GET-TXN-RTN.
           IF WK-LNK-CNT = ZEROS
           THEN
             MOVE 'EN423'              TO AIF-MSG-CODE
      *      MOVE '账户交易明细不存在' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE 1                      TO WK-IX.
           PERFORM 5230-CHK-DUP-RTN
                   UNTIL WK-IX > WK-LNK-CNT.
           PERFORM 3000-GHU-CASE-RTN.
           MOVE ZEROS                  TO WK-NEW-CNT.
           MOVE 1                      TO WK-IX.
           PERFORM 5250-ADD-CNT-RTN
                   UNTIL WK-IX > WK-LNK-CNT.
           MOVE SYS-BUSN-DT            TO SA-STC-LST-ALT-DT.
           MOVE SA-STC-DTL-SEQ-N       TO WK-SEQ-BASE.
           ADD WK-NEW-CNT              TO SA-STC-DTL-SEQ-N.
           PERFORM 7100-REPL-CASE-RTN.
           MOVE WK-SEQ-BASE            TO SA-STC-DTL-SEQ-N.
           MOVE 1                      TO WK-IX.
           PERFORM 5260-ISRT-LNK-RTN
                   UNTIL WK-IX > WK-LNK-CNT.

       5210-GET-TXN-RTN.
           MOVE SPACES                 TO WK-TXN-EOF-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNTXN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SAACNTXN'             TO DBI-SEGMENT-NAME(2).
           MOVE I-ACCT-NO OF PKSASTR0  TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(2 , 1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           PERFORM 5220-TXN-LOOP-RTN
                   UNTIL WK-TXN-EOF OR WK-LNK-CNT = 20.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAACNTXN
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       5220-TXN-LOOP-RTN.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAACNTXN
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-TXN-EOF            TO TRUE
           ELSE
             MOVE '0'                  TO DBI-CMD-CODE(2 , 1)
             IF SA-TX-LOG-NO OF SAACNTXN = I-TX-LOG-NO OF PKSASTR0
                AND ( I-DET-NO-N OF PKSASTR0 = ZEROS OR
                      I-DET-NO-N OF PKSASTR0 =
                      SA-DDP-ACCT-NO-DET-N OF SAACNTXN )
             THEN
               PERFORM 5221-KEEP-TXN-RTN
             END-IF
           END-IF.

       5221-KEEP-TXN-RTN.
           ADD 1                       TO WK-LNK-CNT.
           MOVE WK-LNK-CNT             TO WK-IX.
           MOVE SPACES                 TO WK-LNK-DUP-FLG(WK-IX).
           MOVE SA-DDP-ACCT-NO-DET-N OF SAACNTXN
                                       TO WK-LNK-DET-NO-N(WK-IX).
           MOVE SA-TX-DT OF SAACNTXN   TO WK-LNK-TX-DT(WK-IX).
           MOVE SA-TX-TM OF SAACNTXN   TO WK-LNK-TX-TM(WK-IX).
           MOVE SA-CURR-COD OF SAACNTXN
                                       TO WK-LNK-CURR-COD(WK-IX).
           MOVE SA-TX-TYP OF SAACNTXN  TO WK-LNK-TX-TYP(WK-IX).
           IF SA-DR-AMT OF SAACNTXN NOT = ZEROS
           THEN
             MOVE 'D'                  TO WK-LNK-DRCR-FLG(WK-IX)
             MOVE SA-DR-AMT OF SAACNTXN
                                       TO WK-LNK-AMT(WK-IX)
           ELSE
             MOVE 'C'                  TO WK-LNK-DRCR-FLG(WK-IX)
             MOVE SA-CR-AMT OF SAACNTXN
                                       TO WK-LNK-AMT(WK-IX)
           END-IF.
           MOVE SA-DSCRP-COD OF SAACNTXN
                                       TO WK-LNK-DSCRP-COD(WK-IX).
           MOVE SA-OP-ACCT-NO-32 OF SAACNTXN
                                       TO WK-LNK-OP-ACCT-NO(WK-IX).
           MOVE SA-OP-BANK-NO OF SAACNTXN
                                       TO WK-LNK-OP-BANK-NO(WK-IX).
           MOVE SA-OP-CUST-NAME OF SAACNTXN
                                       TO WK-LNK-OP-NAME(WK-IX).

      *    同一账户明细已关联本案的不重复登记
       5230-CHK-DUP-RTN.
           MOVE SPACES                 TO WK-DTL-EOF-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SASTRDTL.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSASTRD'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SASTRCAS'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SASTRDTL'             TO DBI-SEGMENT-NAME(2).
           MOVE I-CASE-NO OF PKSASTR0  TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(2 , 1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           PERFORM 5240-DUP-LOOP-RTN
                   UNTIL WK-DTL-EOF OR WK-LNK-DUP-FLG(WK-IX) = 'Y'.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SASTRDTL
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           ADD 1                       TO WK-IX.

       5240-DUP-LOOP-RTN.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SASTRDTL
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-DTL-EOF            TO TRUE
           ELSE
             MOVE '0'                  TO DBI-CMD-CODE(2 , 1)
             IF SA-STD-REC-TYP = 'T' AND
                SA-STD-ACCT-NO = I-ACCT-NO OF PKSASTR0 AND
                SA-STD-DET-NO-N = WK-LNK-DET-NO-N(WK-IX)
             THEN
               MOVE 'Y'                TO WK-LNK-DUP-FLG(WK-IX)
             END-IF
           END-IF.

      *    统计新增关联笔数与金额,已关联者不计
       5250-ADD-CNT-RTN.
           IF WK-LNK-DUP-FLG(WK-IX) NOT = 'Y'
           THEN
             ADD 1                     TO WK-NEW-CNT
             ADD 1                     TO SA-STC-TXN-CNT
             ADD WK-LNK-AMT(WK-IX)     TO SA-STC-TXN-AMT
           END-IF.
           ADD 1                       TO WK-IX.

       5260-ISRT-LNK-RTN.
           IF WK-LNK-DUP-FLG(WK-IX) NOT = 'Y'
           THEN
             INITIALIZE                SASTRDTL
             ADD 1                     TO SA-STC-DTL-SEQ-N
             MOVE 'T'                  TO SA-STD-REC-TYP
             MOVE I-ACCT-NO OF PKSASTR0
                                       TO SA-STD-ACCT-NO
             MOVE WK-LNK-DET-NO-N(WK-IX)
                                       TO SA-STD-DET-NO-N
             MOVE I-TX-LOG-NO OF PKSASTR0
                                       TO SA-STD-TX-LOG-NO
             MOVE WK-LNK-TX-DT(WK-IX)  TO SA-STD-TX-DT
             MOVE WK-LNK-TX-TM(WK-IX)  TO SA-STD-TX-TM
             MOVE WK-LNK-CURR-COD(WK-IX)
                                       TO SA-STD-CURR-COD
             MOVE WK-LNK-DRCR-FLG(WK-IX)
                                       TO SA-STD-DRCR-FLG
             MOVE WK-LNK-TX-TYP(WK-IX) TO SA-STD-TX-TYP
             MOVE WK-LNK-AMT(WK-IX)    TO SA-STD-AMT
             MOVE WK-LNK-DSCRP-COD(WK-IX)
                                       TO SA-STD-DSCRP-COD
             MOVE WK-LNK-OP-ACCT-NO(WK-IX)
                                       TO SA-STD-OP-ACCT-NO
             MOVE WK-LNK-OP-BANK-NO(WK-IX)
                                       TO SA-STD-OP-BANK-NO
             MOVE WK-LNK-OP-NAME(WK-IX)
                                       TO SA-STD-OP-NAME
             MOVE I-NOTE OF PKSASTR0   TO SA-STD-NOTE
             PERFORM 8000-ISRT-DTL-RTN
           END-IF.
           ADD 1                       TO WK-IX.

      *    确认可疑:须已关联交易明细;上报期限自确认日起算
       5300-CONFIRM-RTN.
           IF SA-STC-TXN-CNT = ZEROS
           THEN
             MOVE 'EN424'              TO AIF-MSG-CODE
      *      MOVE '案件未关联交易明细' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE I-SUSP-COD OF PKSASTR0 TO SA-STC-SUSP-COD.
           MOVE I-SUSP-DESC OF PKSASTR0
                                       TO SA-STC-SUSP-DESC.
           MOVE I-ACTN-COD OF PKSASTR0 TO SA-STC-ACTN-COD.
           MOVE I-CUST-CERT-TYP OF PKSASTR0
                                       TO SA-STC-CUST-CERT-TYP.
           MOVE I-CUST-CERT-ID OF PKSASTR0
                                       TO SA-STC-CUST-CERT-ID.
           MOVE SYS-BUSN-DT            TO SA-STC-CFM-DT.
           MOVE WK-SYS-TELLER-ID       TO SA-STC-CFM-OPR-NO.
           MOVE I-CHK-TELLER-ID OF PKSASTR0
                                       TO SA-STC-CFM-CHK-OPR-NO.
           MOVE SYS-BUSN-DT            TO WK-BUSN-DT-N.
           COMPUTE WK-DUE-DT-N = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WK-BUSN-DT-N) +
                   C-SA-STR-RPT-DAYS).
           MOVE WK-DUE-DT-N            TO SA-STC-RPT-DUE-DT.
           MOVE '2'                    TO SA-STC-STS.
           PERFORM 7000-UPD-WITH-NOTE-RTN.

       5400-EXCLUDE-RTN.
           MOVE SYS-BUSN-DT            TO SA-STC-CLS-DT.
           MOVE WK-SYS-TELLER-ID       TO SA-STC-CLS-OPR-NO.
           MOVE I-CHK-TELLER-ID OF PKSASTR0
                                       TO SA-STC-CLS-CHK-OPR-NO.
           MOVE '9'                    TO SA-STC-STS.
           PERFORM 7000-UPD-WITH-NOTE-RTN.

       6000-SET-OUTPUT-RTN.
           MOVE SA-STC-STS             TO O-STS OF PKSASTR0.
           MOVE SA-STC-CUST-NO         TO O-CUST-NO OF PKSASTR0.
           MOVE SA-STC-CUST-NAME       TO O-CUST-NAME OF PKSASTR0.
           MOVE SA-STC-BRANCH-STD      TO O-BRANCH-STD OF PKSASTR0.
           MOVE SA-STC-OPEN-DT         TO O-OPEN-DT OF PKSASTR0.
           MOVE SA-STC-DUE-DT          TO O-DUE-DT OF PKSASTR0.
           MOVE SA-STC-INV-OPR-NO      TO O-INV-OPR-NO OF PKSASTR0.
           MOVE SA-STC-ASGN-DT         TO O-ASGN-DT OF PKSASTR0.
           MOVE SA-STC-ATN-CNT         TO O-ATN-CNT OF PKSASTR0.
           MOVE SA-STC-RSK-SCORE       TO O-RSK-SCORE OF PKSASTR0.
           MOVE SA-STC-SMF-AMT         TO O-SMF-AMT OF PKSASTR0.
           MOVE SA-STC-TXN-CNT         TO O-TXN-CNT OF PKSASTR0.
           MOVE SA-STC-TXN-AMT         TO O-TXN-AMT OF PKSASTR0.
           MOVE SA-STC-SUSP-COD        TO O-SUSP-COD OF PKSASTR0.
           MOVE SA-STC-SUSP-DESC       TO O-SUSP-DESC OF PKSASTR0.
           MOVE SA-STC-ACTN-COD        TO O-ACTN-COD OF PKSASTR0.
           MOVE SA-STC-CFM-DT          TO O-CFM-DT OF PKSASTR0.
           MOVE SA-STC-RPT-DUE-DT      TO O-RPT-DUE-DT OF PKSASTR0.
           MOVE SA-STC-RPT-FILE-NM     TO O-RPT-FILE-NM OF PKSASTR0.
           MOVE SA-STC-RPT-DT          TO O-RPT-DT OF PKSASTR0.
           MOVE SA-STC-RCP-STS         TO O-RCP-STS OF PKSASTR0.
           MOVE SA-STC-RCP-DT          TO O-RCP-DT OF PKSASTR0.
           MOVE SA-STC-RCP-MSG         TO O-RCP-MSG OF PKSASTR0.

      *    查询明细:自起始序号起至多10条
       6100-QUERY-DTL-RTN.
           MOVE ZEROS                  TO O-DTL-CNT OF PKSASTR0.
           MOVE ZEROS                  TO O-NEXT-SEQ-N OF PKSASTR0.
           MOVE SPACES                 TO WK-DTL-EOF-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SASTRDTL.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSASTRD'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SASTRCAS'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SASTRDTL'             TO DBI-SEGMENT-NAME(2).
           MOVE I-CASE-NO OF PKSASTR0  TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(2 , 1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           PERFORM 6110-QUERY-LOOP-RTN
                   UNTIL WK-DTL-EOF OR
                         O-NEXT-SEQ-N OF PKSASTR0 NOT = ZEROS.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SASTRDTL
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       6110-QUERY-LOOP-RTN.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SASTRDTL
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-DTL-EOF            TO TRUE
           ELSE
             MOVE '0'                  TO DBI-CMD-CODE(2 , 1)
             IF SA-STD-SEQ-N NOT < I-START-SEQ-N OF PKSASTR0
             THEN
               IF O-DTL-CNT OF PKSASTR0 = 10
               THEN
                 MOVE SA-STD-SEQ-N     TO O-NEXT-SEQ-N OF PKSASTR0
               ELSE
                 PERFORM 6120-SET-DTL-RTN
               END-IF
             END-IF
           END-IF.

       6120-SET-DTL-RTN.
           ADD 1                       TO O-DTL-CNT OF PKSASTR0.
           MOVE O-DTL-CNT OF PKSASTR0  TO WK-IX.
           MOVE SA-STD-SEQ-N           TO O-DTL-SEQ-N OF PKSASTR0
                                                      (WK-IX).
           MOVE SA-STD-REC-TYP         TO O-DTL-REC-TYP OF PKSASTR0
                                                      (WK-IX).
           MOVE SA-STD-ALT-SRC         TO O-DTL-ALT-SRC OF PKSASTR0
                                                      (WK-IX).
           MOVE SA-STD-ACCT-NO         TO O-DTL-ACCT-NO OF PKSASTR0
                                                      (WK-IX).
           MOVE SA-STD-DET-NO-N        TO O-DTL-DET-NO-N OF PKSASTR0
                                                      (WK-IX).
           MOVE SA-STD-TX-DT           TO O-DTL-TX-DT OF PKSASTR0
                                                      (WK-IX).
           MOVE SA-STD-DRCR-FLG        TO O-DTL-DRCR-FLG OF PKSASTR0
                                                      (WK-IX).
           MOVE SA-STD-AMT             TO O-DTL-AMT OF PKSASTR0
                                                      (WK-IX).
           MOVE SA-STD-OP-NAME         TO O-DTL-OP-NAME OF PKSASTR0
                                                      (WK-IX).
           MOVE SA-STD-NOTE            TO O-DTL-NOTE OF PKSASTR0
                                                      (WK-IX).
           MOVE SA-STD-OPR-NO          TO O-DTL-OPR-NO OF PKSASTR0
                                                      (WK-IX).

      *    案件更新;有备注则占用子段序号,更新后登记备注
       7000-UPD-WITH-NOTE-RTN.
           IF I-NOTE OF PKSASTR0 NOT = SPACES
           THEN
             ADD 1                     TO SA-STC-DTL-SEQ-N
           END-IF.
           PERFORM 7100-REPL-CASE-RTN.
           IF I-NOTE OF PKSASTR0 NOT = SPACES
           THEN
             INITIALIZE                SASTRDTL
             MOVE 'N'                  TO SA-STD-REC-TYP
             MOVE I-NOTE OF PKSASTR0   TO SA-STD-NOTE
             PERFORM 8000-ISRT-DTL-RTN
           END-IF.

       7100-REPL-CASE-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSASTRD'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           MOVE 'SASTRCAS'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SASTRCAS
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       8000-ISRT-DTL-RTN.
           MOVE SA-STC-DTL-SEQ-N       TO SA-STD-SEQ-N.
           MOVE SYS-BUSN-DT            TO SA-STD-REG-DT.
           MOVE WK-SYS-TELLER-ID       TO SA-STD-OPR-NO.
           MOVE SA-LEGAL-PERSON-ID OF SASTRCAS
                                       TO SA-LEGAL-PERSON-ID
                                          OF SASTRDTL.
           MOVE SA-DB-PARTITION-ID OF SASTRCAS
                                       TO SA-DB-PARTITION-ID
                                          OF SASTRDTL.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSASTRD'              TO DBI-DB-NAME.
           MOVE FT-ISRT                TO DBI-FT-NAME.
           MOVE 'SASTRCAS'             TO DBI-SEGMENT-NAME(1).
           MOVE SA-STC-CASE-NO         TO DBI-KEY-VALUE1(1).
           MOVE 'SASTRDTL'             TO DBI-SEGMENT-NAME(2).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SASTRDTL
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       9000-END-TXN-RTN.
           MOVE SPACES                 TO O-RTRN-CODE OF PKSASTR0.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSASTR0'.

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
