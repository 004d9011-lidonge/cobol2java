      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSARIMG1".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSARIMG1                                *
      * DESCRIPTION........: INCOMPLETE ACCOUNT FILE LIST (BMP)      *
      *                      开户资料不全清单:扫描开户资料影像索引, *
      *                      按必备资料标志逐项核对,缺项的未销户账 *
      *                      户按开户机构+账号排序列出缺失资料类别, *
      *                      交网点经KSAIMG0补登                   *
      * INPUT..............: NONE                                    *
      * OUTPUT.............: IMGINCOT IMGINCRP                       *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAACND   SAACNACN       R                                   *
      * BSAIMGD   SAIMGIDX       R                                   *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
      * ------------------------------------------------------------ *
      *                                                              *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRK-FILE             ASSIGN TO IMGINCWK
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT SRT-FILE             ASSIGN TO IMGSRTWK.
           SELECT INC-FILE             ASSIGN TO IMGINCOT
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE             ASSIGN TO IMGINCRP
                                       ORGANIZATION IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  WRK-FILE.
       01  WRK-LINE                    PIC X(132).
       SD  SRT-FILE.
       01  SRT-REC.
           05  SR-BRANCH               PIC X(09).
           05  FILLER                  PIC X(02).
           05  SR-ACCT-NO              PIC X(32).
           05  FILLER                  PIC X(89).
       FD  INC-FILE.
       01  INC-LINE                    PIC X(132).
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
       01 SAACNACN.
          COPY                         SAACNACN.
       01 SAIMGIDX.
          COPY                         SAIMGIDX.
           COPY                        APPAREA.
       01  WK-AREA.
           05  WK-DOC-IX               PIC 9(02).
           05  WK-MISS-CNT             PIC 9(02).
           05  WK-IMG-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-INC-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-CLS-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-EOF-FLG              PIC X(01) VALUE 'N'.
               88  WK-IMG-EOF                    VALUE 'Y'.
       01  INC-DETAIL.
           05  INC-BRANCH              PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  INC-ACCT-NO             PIC X(32).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  INC-OPAC-DT             PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
      *    缺失资料类别:第N位为'N'表示类别N缺失
           05  INC-MISS-MAP            PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  INC-UPD-DT              PIC X(08).
           05  FILLER                  PIC X(59) VALUE SPACES.
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
      ****************************************************************
       PROCEDURE DIVISION.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-SCAN-IMG-RTN UNTIL WK-IMG-EOF.
           PERFORM 7000-SORT-INC-RTN.
           PERFORM 9000-END-RTN.
           STOP RUN.

       1000-INIT-RTN.
           ACCEPT SYS-BUSN-DT          FROM DATE YYYYMMDD.
           OPEN OUTPUT                 WRK-FILE
                                       RPT-FILE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '开户资料不全账户统计 ' DELIMITED BY SIZE
                  SYS-BUSN-DT          DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           PERFORM 2010-OPEN-IMG-RTN.

       2010-OPEN-IMG-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAIMGIDX.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAIMGD'              TO DBI-DB-NAME.
           MOVE FT-GN                  TO DBI-FT-NAME.
           MOVE 'SAIMGIDX'             TO DBI-SEGMENT-NAME(1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAIMGIDX
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-IMG-EOF            TO TRUE
           END-IF.

      *    不依赖联机所置状态,按必备资料标志重新核对
       2000-SCAN-IMG-RTN.
           ADD 1                       TO WK-IMG-CNT.
           MOVE SPACES                 TO INC-MISS-MAP.
           MOVE ZEROS                  TO WK-MISS-CNT.
           MOVE 1                      TO WK-DOC-IX.
           PERFORM 2100-CHECK-DOC-RTN UNTIL WK-DOC-IX > 8.
           IF WK-MISS-CNT > ZEROS
           THEN
             PERFORM 3000-CHECK-ACCT-RTN
           END-IF.
           PERFORM 2020-NEXT-IMG-RTN.

       2020-NEXT-IMG-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAIMGD'              TO DBI-DB-NAME.
           MOVE FT-GN                  TO DBI-FT-NAME.
           MOVE 'SAIMGIDX'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAIMGIDX
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-IMG-EOF            TO TRUE
           END-IF.

       2100-CHECK-DOC-RTN.
           IF SA-IMG-REQ-MASK(WK-DOC-IX:1) = '1' AND
              SA-IMG-DOC-ID(WK-DOC-IX) = SPACES
           THEN
             ADD 1                     TO WK-MISS-CNT
             MOVE WK-DOC-IX(2:1)       TO INC-MISS-MAP(WK-DOC-IX:1)
           END-IF.
           ADD 1                       TO WK-DOC-IX.

      *    已销户账户不再跟催
       3000-CHECK-ACCT-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNACN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE SA-IMG-ACCT-NO         TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNACN
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND OR
              SA-ACCT-STS = '1'
           THEN
             ADD 1                     TO WK-CLS-CNT
           ELSE
             ADD 1                     TO WK-INC-CNT
             MOVE SA-IMG-OPAC-INSTN-NO TO INC-BRANCH
             MOVE SA-IMG-ACCT-NO       TO INC-ACCT-NO
             MOVE SA-IMG-OPAC-DT       TO INC-OPAC-DT
             MOVE SA-IMG-UPD-DT        TO INC-UPD-DT
             WRITE WRK-LINE            FROM INC-DETAIL
           END-IF.
           PERFORM 3010-REPOSITION-RTN.

      *    取账户主档后回到索引扫描位置
       3010-REPOSITION-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAIMGD'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAIMGIDX'             TO DBI-SEGMENT-NAME(1).
           MOVE SA-IMG-ACCT-NO         TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAIMGIDX
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.

       7000-SORT-INC-RTN.
           CLOSE                       WRK-FILE.
           SORT SRT-FILE
                ON ASCENDING KEY SR-BRANCH
                                 SR-ACCT-NO
                USING WRK-FILE
                GIVING INC-FILE.

       9000-END-RTN.
           MOVE SPACES                 TO RPT-LINE.
           STRING '索引账户数:'        DELIMITED BY SIZE
                  WK-IMG-CNT           DELIMITED BY SIZE
                  ' 资料不全:'         DELIMITED BY SIZE
                  WK-INC-CNT           DELIMITED BY SIZE
                  ' 已销户不计:'       DELIMITED BY SIZE
                  WK-CLS-CNT           DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           CLOSE                       RPT-FILE.

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
