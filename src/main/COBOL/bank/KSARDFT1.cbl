      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSARDFT1".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/14.
      ****************************************************************
      * PROGRAM NAME.......: KSARDFT1                                *
      * DESCRIPTION........: OUTSTANDING DRAFT REPORT                *
      *                      本票/银行汇票未付日报:扫描汇票登记簿     *
      *                      未付记录,列示汇票号/申请账号/收款人/     *
      *                      金额/签发日/到期日,过提示付款期的标记    *
      *                      过期;尾部出未付与过期合计,并以未付总额   *
      *                      与汇票专户余额核对,不平标注须人工核对    *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSADFTD   SADFTREG       R                                   *
      * BSAACND   SAACNAMT       R                                   *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
      * ------------------------------------------------------------ *
      *                                                              *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RPT-FILE             ASSIGN TO DFTOUTRP
                                       ORGANIZATION IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(132).
      ****************************************************************
       WORKING-STORAGE SECTION.
      ****************************************************************
       01  PSACONST.
           COPY                        PSACONST.
       01  PCMCONST.
           COPY                        PCMCONST.
       01 PDBIMAIN.
          COPY                         PDBIMAIN.
       01 DBI-FTCALL.
          COPY                         FTCALL.
       01 DBI-RTRN.
          COPY                         FTRTRN.
       01 SADFTREG.
          COPY                         SADFTREG.
       01 SAACNAMT.
          COPY                         SAACNAMT.
           COPY                        APPAREA.
       01  WK-AREA.
           05  WK-BUSN-DT              PIC X(08).
           05  WK-OPEN-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-OPEN-AMT             PIC S9(16)V9(2) COMP-3
                                                 VALUE ZEROS.
           05  WK-EXP-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-EXP-AMT              PIC S9(16)V9(2) COMP-3
                                                 VALUE ZEROS.
           05  WK-LDGR-BAL             PIC S9(16)V9(2) COMP-3
                                                 VALUE ZEROS.
           05  WK-AMT-KEY.
               10  WK-CURR-COD         PIC X(03).
               10  WK-CURR-IDEN        PIC X(01).
           05  WK-EOF-FLG              PIC X(01) VALUE 'N'.
               88  WK-DFT-EOF                    VALUE 'Y'.
       01  RPT-DETAIL.
           05  RPT-DFT-NO              PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-DFT-TYP             PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-ACCT-NO             PIC X(32).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-AMT                 PIC -(13)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-ISU-DT              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-EXP-DT              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-ISU-BRANCH-STD      PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-EXP-FLG             PIC X(06).
           05  FILLER                  PIC X(18) VALUE SPACES.
       01  RPT-EDIT-AMT                PIC -(13)9.99.
       01  RPT-EDIT-AMT2               PIC -(13)9.99.
      ****************************************************************
       PROCEDURE DIVISION.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-SCAN-DFT-RTN UNTIL WK-DFT-EOF.
           PERFORM 8000-GET-LDGR-RTN.
           PERFORM 9000-END-RTN.
           STOP RUN.

       1000-INIT-RTN.
           ACCEPT WK-BUSN-DT           FROM DATE YYYYMMDD.
           MOVE WK-BUSN-DT             TO SYS-BUSN-DT.
           OPEN OUTPUT                 RPT-FILE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '本票/银行汇票未付及过期日报 '
                                       DELIMITED BY SIZE
                  WK-BUSN-DT           DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           PERFORM 2010-OPEN-DFT-RTN.

       2010-OPEN-DFT-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SADFTREG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSADFTD'              TO DBI-DB-NAME.
           MOVE FT-GN                  TO DBI-FT-NAME.
           MOVE 'SADFTREG'             TO DBI-SEGMENT-NAME(1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SADFTREG
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-DFT-EOF            TO TRUE
           END-IF.

       2000-SCAN-DFT-RTN.
           IF SA-DFT-STS = '0'
           THEN
             PERFORM 3000-WRITE-DETAIL-RTN
           END-IF.
           PERFORM 2020-NEXT-DFT-RTN.

       2020-NEXT-DFT-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSADFTD'              TO DBI-DB-NAME.
           MOVE FT-GN                  TO DBI-FT-NAME.
           MOVE 'SADFTREG'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SADFTREG
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-DFT-EOF            TO TRUE
           END-IF.

      *    过提示付款期未付的标记过期,待申请人办理退款
       3000-WRITE-DETAIL-RTN.
           ADD 1                       TO WK-OPEN-CNT.
           ADD SA-DFT-AMT              TO WK-OPEN-AMT.
           MOVE SPACES                 TO RPT-DETAIL.
           MOVE SA-DFT-NO              TO RPT-DFT-NO.
           MOVE SA-DFT-TYP             TO RPT-DFT-TYP.
           MOVE SA-DFT-ACCT-NO         TO RPT-ACCT-NO.
           MOVE SA-DFT-AMT             TO RPT-AMT.
           MOVE SA-DFT-ISU-DT          TO RPT-ISU-DT.
           MOVE SA-DFT-EXP-DT          TO RPT-EXP-DT.
           MOVE SA-DFT-ISU-BRANCH-STD  TO RPT-ISU-BRANCH-STD.
           IF WK-BUSN-DT > SA-DFT-EXP-DT
           THEN
             MOVE '过期'               TO RPT-EXP-FLG
             ADD 1                     TO WK-EXP-CNT
             ADD SA-DFT-AMT            TO WK-EXP-AMT
           END-IF.
           WRITE RPT-LINE              FROM RPT-DETAIL.

      *    汇票专户人民币段余额,缺段按零核对
       8000-GET-LDGR-RTN.
           MOVE C-CM-RMB-COD           TO WK-CURR-COD.
           MOVE C-SA-RMB-CURR-IDEN     TO WK-CURR-IDEN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNAMT.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SAACNAMT'             TO DBI-SEGMENT-NAME(2).
           MOVE C-SA-DFT-ACCT-NO       TO DBI-KEY-VALUE1(1).
           MOVE WK-AMT-KEY             TO DBI-KEY-VALUE1(2).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNAMT
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND
           THEN
             MOVE SA-ACCT-BAL          TO WK-LDGR-BAL
           END-IF.

       9000-END-RTN.
           MOVE SPACES                 TO RPT-LINE.
           MOVE WK-OPEN-AMT            TO RPT-EDIT-AMT.
           STRING '未付笔数: '         DELIMITED BY SIZE
                  WK-OPEN-CNT          DELIMITED BY SIZE
                  '  金额: '           DELIMITED BY SIZE
                  RPT-EDIT-AMT         DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES                 TO RPT-LINE.
           MOVE WK-EXP-AMT             TO RPT-EDIT-AMT.
           STRING '其中过期笔数: '     DELIMITED BY SIZE
                  WK-EXP-CNT           DELIMITED BY SIZE
                  '  金额: '           DELIMITED BY SIZE
                  RPT-EDIT-AMT         DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES                 TO RPT-LINE.
           MOVE WK-OPEN-AMT            TO RPT-EDIT-AMT.
           MOVE WK-LDGR-BAL            TO RPT-EDIT-AMT2.
           STRING '专户核对: 登记簿未付=' DELIMITED BY SIZE
                  RPT-EDIT-AMT         DELIMITED BY SIZE
                  ' 专户余额='         DELIMITED BY SIZE
                  RPT-EDIT-AMT2        DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           IF WK-OPEN-AMT NOT = WK-LDGR-BAL
           THEN
             MOVE SPACES               TO RPT-LINE
             STRING '汇票专户与登记簿不平,须人工核对'
                                       DELIMITED BY SIZE
                                       INTO RPT-LINE
             WRITE RPT-LINE
           END-IF.
           CLOSE                        RPT-FILE.

       9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS NOT = SPACES AND
              DBI-DB-STATUS NOT = DBI-NORMAL-STATUS(1)
           THEN
             MOVE SPACES                TO RPT-LINE
             STRING 'GDBIMAIN异常,DBI-DB-STATUS=' DELIMITED BY SIZE
                    DBI-DB-STATUS        DELIMITED BY SIZE
                                         INTO RPT-LINE
             WRITE RPT-LINE
             CLOSE                       RPT-FILE
             STOP RUN
           END-IF.
