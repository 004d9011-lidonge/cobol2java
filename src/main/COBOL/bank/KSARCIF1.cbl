      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSARCIF1".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSARCIF1                                *
      * DESCRIPTION........: CIF CHANGE PROPAGATION (BMP)            *
      *                      客户信息变更同步:读客户信息系统日变更盘 *
      *                      (名称/电话),经SACUSIDX找出该客户全部   *
      *                      存续账户,同步客户名称/户名/联系电话并  *
      *                      经CMNTLOG登记前后镜像;户名原与客户名称 *
      *                      不同(另行约定户名)的账户不自动改户名, *
      *                      入人工确认队列;两类分别列报;单客户      *
      *                      存续账户超过账户表容量时按表容量分批,   *
      *                      逐批重读索引跳过已处理账户              *
      * KB/CF TO BE CALLED: CMNTLOG                                  *
      * INPUT..............: CIFCHGIN                                *
      * OUTPUT.............: CIFCFMOT CIFCHGRP                       *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSACUSIX  SACUSIDX       R                                   *
      * BSAACND   SAACNACN       R/U                                 *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
      * ------------------------------------------------------------ *
      *                                                              *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *    客户信息变更日盘:客户号+变更前后名称/电话,空为未变
           SELECT CHG-FILE             ASSIGN TO CIFCHGIN
                                       ORGANIZATION IS SEQUENTIAL.
      *    户名人工确认队列:账号+现户名+新客户名称
           SELECT CFM-FILE             ASSIGN TO CIFCFMOT
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE             ASSIGN TO CIFCHGRP
                                       ORGANIZATION IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CHG-FILE.
       01  CHG-REC.
           05  CG-CUST-NO              PIC X(20).
           05  CG-OLD-NAME             PIC X(120).
           05  CG-NEW-NAME             PIC X(120).
           05  CG-OLD-TEL              PIC X(20).
           05  CG-NEW-TEL              PIC X(20).
           05  CG-CHG-DT               PIC X(08).
           05  FILLER                  PIC X(12).
       FD  CFM-FILE.
       01  CFM-REC.
           05  CF-ACCT-NO              PIC X(32).
           05  CF-CUST-NO              PIC X(20).
           05  CF-BRANCH               PIC X(09).
           05  CF-ACCT-NAME            PIC X(120).
           05  CF-NEW-CUST-NAME        PIC X(120).
           05  CF-CHG-DT               PIC X(08).
           05  FILLER                  PIC X(11).
       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(132).
      ****************************************************************
       WORKING-STORAGE SECTION.
      ****************************************************************
       01  PSACONST.
           COPY                        PSACONST.
       01  PCMCONST.
           COPY                        PCMCONST.
       01  PCMNTLOG.
           COPY                        PCMNTLOG.
       01 PDBIMAIN.
          COPY                         PDBIMAIN.
       01 DBI-FTCALL.
          COPY                         FTCALL.
       01 DBI-RTRN.
          COPY                         FTRTRN.
       01 SACUSIDX.
          COPY                         SACUSIDX.
       01 SAACNACN.
          COPY                         SAACNACN.
           COPY                        APPAREA.
      *    单客户存续账户表:先读尽索引再逐户更新,不扰动索引读位置;
      *    表满即停读,本批更新后重读索引跳过已处理数续取下一批
       01  WK-ACT-TBL.
           05  WK-ACT-CNT              PIC 9(03).
           05  WK-ACT-DONE             PIC 9(07).
           05  WK-ACT-SEEN             PIC 9(07).
           05  WK-ACT-MORE-FLG         PIC X(01).
               88  WK-ACT-MORE                   VALUE 'Y'.
           05  WK-ACT-ACCT-NO          PIC X(32) OCCURS 200 TIMES
                                       INDEXED BY WK-ACT-IX.
       01  WK-AREA.
           05  WK-BUSN-DT              PIC X(08).
           05  WK-TX-LOG-NO.
               10  FILLER              PIC X(08) VALUE 'KSARCIF1'.
               10  WK-TX-LOG-DT        PIC X(08).
               10  FILLER              PIC X(08) VALUE SPACES.
           05  WK-OLD-CUST-NAME        PIC X(120).
           05  WK-CHG-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-SYNC-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-CFM-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-ERR-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-MULTI-CNT            PIC 9(07) VALUE ZEROS.
           05  WK-UPD-FLG              PIC X(01).
               88  WK-ACN-CHANGED                VALUE 'Y'.
           05  WK-LOG-ERR-FLG          PIC X(01).
               88  WK-LOG-ERR                    VALUE 'Y'.
           05  WK-CFM-FLG              PIC X(01).
               88  WK-NEED-CFM                   VALUE 'Y'.
           05  WK-CHG-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-CHG-EOF                    VALUE 'Y'.
           05  WK-IDX-EOF-FLG          PIC X(01).
               88  WK-IDX-EOF                    VALUE 'Y'.
       01  RPT-DETAIL.
           05  RPT-TYPE                PIC X(15).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-BRANCH              PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-CUST-NO             PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-ACCT-NO             PIC X(32).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-NAME                PIC X(48).
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
      ****************************************************************
       PROCEDURE DIVISION.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-PROC-CHG-RTN UNTIL WK-CHG-EOF.
           PERFORM 9000-END-RTN.
           STOP RUN.

       1000-INIT-RTN.
           ACCEPT WK-BUSN-DT           FROM DATE YYYYMMDD.
           MOVE WK-BUSN-DT             TO SYS-BUSN-DT.
           MOVE WK-BUSN-DT             TO WK-TX-LOG-DT.
           OPEN INPUT                  CHG-FILE.
           OPEN OUTPUT                 CFM-FILE
                                       RPT-FILE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '客户信息变更同步报告 '  DELIMITED BY SIZE
                  WK-BUSN-DT           DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           READ CHG-FILE
             AT END SET WK-CHG-EOF     TO TRUE
           END-READ.

       2000-PROC-CHG-RTN.
           IF CG-CUST-NO NOT = SPACES AND
              ( CG-NEW-NAME NOT = SPACES OR
                CG-NEW-TEL NOT = SPACES )
           THEN
             ADD 1                     TO WK-CHG-CNT
             MOVE ZEROS                TO WK-ACT-DONE
             SET WK-ACT-MORE           TO TRUE
             PERFORM 2100-PROC-BATCH-RTN UNTIL NOT WK-ACT-MORE
             IF WK-ACT-DONE > 200
             THEN
               ADD 1                   TO WK-MULTI-CNT
             END-IF
           END-IF.
           READ CHG-FILE
             AT END SET WK-CHG-EOF     TO TRUE
           END-READ.

       2100-PROC-BATCH-RTN.
           PERFORM 3000-LOAD-ACCT-RTN.
           SET WK-ACT-IX               TO 1.
           PERFORM 4000-UPD-ACCT-RTN
                   UNTIL WK-ACT-IX > WK-ACT-CNT.
           ADD WK-ACT-CNT              TO WK-ACT-DONE.

      *    按客户号前缀读索引,仅取存续账户;前批已处理数跳过
       3000-LOAD-ACCT-RTN.
           MOVE ZEROS                  TO WK-ACT-CNT.
           MOVE ZEROS                  TO WK-ACT-SEEN.
           MOVE 'N'                    TO WK-ACT-MORE-FLG.
           MOVE 'N'                    TO WK-IDX-EOF-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SACUSIDX.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSACUSIX'             TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SACUSIDX'             TO DBI-SEGMENT-NAME(1).
           MOVE CG-CUST-NO             TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(1 , 1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           PERFORM 3010-IDX-LOOP-RTN UNTIL WK-IDX-EOF.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SACUSIDX
                                       AIF-AREA.

       3010-IDX-LOOP-RTN.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SACUSIDX
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-IDX-EOF            TO TRUE
           ELSE
             IF SA-IDX-STS = '0'
             THEN
               ADD 1                   TO WK-ACT-SEEN
               IF WK-ACT-SEEN > WK-ACT-DONE
               THEN
                 PERFORM 3020-ADD-ACCT-RTN
               END-IF
             END-IF
             MOVE '0'                  TO DBI-CMD-CODE(1 , 1)
           END-IF.

      *    表满即停读,余下账户留待下一批
       3020-ADD-ACCT-RTN.
           IF WK-ACT-CNT < 200
           THEN
             ADD 1                     TO WK-ACT-CNT
             MOVE SA-IDX-ACCT-NO       TO WK-ACT-ACCT-NO(WK-ACT-CNT)
           ELSE
             SET WK-ACT-MORE           TO TRUE
             SET WK-IDX-EOF            TO TRUE
           END-IF.

       4000-UPD-ACCT-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNACN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE WK-ACT-ACCT-NO(WK-ACT-IX)
                                       TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNACN
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND AND
              SA-ACCT-STS OF SAACNACN NOT = '1'
           THEN
             PERFORM 4100-APPLY-CHG-RTN
           END-IF.
           SET WK-ACT-IX               UP BY 1.

      *    户名与原客户名称(或变更前名称)一致视为随客户名称,
      *    同步改;否则为另行约定户名,入人工确认
       4100-APPLY-CHG-RTN.
           MOVE 'N'                    TO WK-UPD-FLG.
           MOVE 'N'                    TO WK-LOG-ERR-FLG.
           MOVE 'N'                    TO WK-CFM-FLG.
           MOVE SA-CUST-NAME OF SAACNACN
                                       TO WK-OLD-CUST-NAME.
           IF CG-NEW-NAME NOT = SPACES AND
              CG-NEW-NAME NOT = SA-CUST-NAME OF SAACNACN
           THEN
             MOVE 'CUST-NAME'          TO I-FIELD-NAME OF PCMNTLOG
             MOVE SA-CUST-NAME OF SAACNACN
                                       TO I-BEF-VALUE  OF PCMNTLOG
             MOVE CG-NEW-NAME          TO I-AFT-VALUE  OF PCMNTLOG
             PERFORM 9730-CALL-CMNTLOG-RTN
             MOVE CG-NEW-NAME          TO SA-CUST-NAME OF SAACNACN
             SET WK-ACN-CHANGED        TO TRUE
           END-IF.
           IF CG-NEW-NAME NOT = SPACES AND
              CG-NEW-NAME NOT = SA-ACCT-NAME OF SAACNACN
           THEN
             IF SA-ACCT-NAME OF SAACNACN = WK-OLD-CUST-NAME OR
                SA-ACCT-NAME OF SAACNACN = CG-OLD-NAME
             THEN
               MOVE 'ACCT-NAME'        TO I-FIELD-NAME OF PCMNTLOG
               MOVE SA-ACCT-NAME OF SAACNACN
                                       TO I-BEF-VALUE  OF PCMNTLOG
               MOVE CG-NEW-NAME        TO I-AFT-VALUE  OF PCMNTLOG
               PERFORM 9730-CALL-CMNTLOG-RTN
               MOVE CG-NEW-NAME        TO SA-ACCT-NAME OF SAACNACN
               SET WK-ACN-CHANGED      TO TRUE
             ELSE
               SET WK-NEED-CFM         TO TRUE
             END-IF
           END-IF.
           IF CG-NEW-TEL NOT = SPACES AND
              CG-NEW-TEL NOT = SA-CUST-TEL OF SAACNACN
           THEN
             MOVE 'CUST-TEL'           TO I-FIELD-NAME OF PCMNTLOG
             MOVE SA-CUST-TEL OF SAACNACN
                                       TO I-BEF-VALUE  OF PCMNTLOG
             MOVE CG-NEW-TEL           TO I-AFT-VALUE  OF PCMNTLOG
             PERFORM 9730-CALL-CMNTLOG-RTN
             MOVE CG-NEW-TEL           TO SA-CUST-TEL OF SAACNACN
             SET WK-ACN-CHANGED        TO TRUE
           END-IF.
      *    镜像登记失败的账户不落主档,列报待查
           IF WK-LOG-ERR
           THEN
             ADD 1                     TO WK-ERR-CNT
             MOVE '镜像登记失败'       TO RPT-TYPE
             PERFORM 5010-WRITE-DETAIL-RTN
           ELSE
             IF WK-ACN-CHANGED
             THEN
               INITIALIZE              PDBIMAIN
               MOVE 'BSAACND'          TO DBI-DB-NAME
               MOVE FT-REPL            TO DBI-FT-NAME
               MOVE 'SAACNACN'         TO DBI-SEGMENT-NAME(1)
               CALL 'GDBIMAIN' USING   PDBIMAIN
                                       SAACNACN
                                       AIF-AREA
               PERFORM 9900-CHECK-DBI-RTN
               ADD 1                   TO WK-SYNC-CNT
               MOVE '已同步'           TO RPT-TYPE
               PERFORM 5010-WRITE-DETAIL-RTN
             END-IF
             IF WK-NEED-CFM
             THEN
               PERFORM 5000-WRITE-CFM-RTN
             END-IF
           END-IF.

       5000-WRITE-CFM-RTN.
           MOVE SPACES                 TO CFM-REC.
           MOVE SA-ACCT-NO OF SAACNACN TO CF-ACCT-NO.
           MOVE CG-CUST-NO             TO CF-CUST-NO.
           MOVE SA-OPAC-INSTN-NO OF SAACNACN
                                       TO CF-BRANCH.
           MOVE SA-ACCT-NAME OF SAACNACN
                                       TO CF-ACCT-NAME.
           MOVE CG-NEW-NAME            TO CF-NEW-CUST-NAME.
           MOVE CG-CHG-DT              TO CF-CHG-DT.
           WRITE CFM-REC.
           ADD 1                       TO WK-CFM-CNT.
           MOVE '户名待人工确认'       TO RPT-TYPE.
           PERFORM 5010-WRITE-DETAIL-RTN.

       5010-WRITE-DETAIL-RTN.
           MOVE SA-OPAC-INSTN-NO OF SAACNACN
                                       TO RPT-BRANCH.
           MOVE CG-CUST-NO             TO RPT-CUST-NO.
           MOVE SA-ACCT-NO OF SAACNACN TO RPT-ACCT-NO.
           MOVE SA-ACCT-NAME OF SAACNACN
                                       TO RPT-NAME.
           WRITE RPT-LINE              FROM RPT-DETAIL.

      *    前后镜像登记,柜员号记本批量程序名
       9730-CALL-CMNTLOG-RTN.
           MOVE SA-ACCT-NO OF SAACNACN TO I-ACCT-NO    OF PCMNTLOG.
           MOVE 'KSARCIF1'             TO I-TELLER-ID  OF PCMNTLOG.
           MOVE SA-OPAC-INSTN-NO OF SAACNACN
                                       TO I-BRANCH-STD OF PCMNTLOG.
           MOVE WK-TX-LOG-NO           TO I-TX-LOG-NO  OF PCMNTLOG.
           MOVE WK-BUSN-DT             TO I-BUSN-DT    OF PCMNTLOG.
           MOVE SPACES                 TO O-MSG-TYPE   OF PCMNTLOG.
           CALL 'CMNTLOG' USING        AIF-AREA
                                       PCMNTLOG
                                       SYS-AREA.
           IF O-MSG-TYPE OF PCMNTLOG NOT = SPACE
           THEN
             SET WK-LOG-ERR            TO TRUE
           END-IF.

       9000-END-RTN.
           MOVE SPACES                 TO RPT-LINE.
           STRING '变更客户数:'        DELIMITED BY SIZE
                  WK-CHG-CNT           DELIMITED BY SIZE
                  ' 已同步账户:'       DELIMITED BY SIZE
                  WK-SYNC-CNT          DELIMITED BY SIZE
                  ' 待确认账户:'       DELIMITED BY SIZE
                  WK-CFM-CNT           DELIMITED BY SIZE
                  ' 镜像失败:'         DELIMITED BY SIZE
                  WK-ERR-CNT           DELIMITED BY SIZE
                  ' 分批客户:'         DELIMITED BY SIZE
                  WK-MULTI-CNT         DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           CLOSE                       CHG-FILE
                                       CFM-FILE
                                       RPT-FILE.

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
