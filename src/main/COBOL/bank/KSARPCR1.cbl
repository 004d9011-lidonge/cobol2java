      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSARPCR1".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSARPCR1                                *
      * DESCRIPTION........: APPLY DUE PARAMETER CHANGES (BMP)       *
      *                      参数变更到期执行:日初顺序读参数变更申请 *
      *                      登记簿,已审批且生效日已到的申请逐笔以   *
      *                      GSYSTRIG驱动KSAPCR0功能6,由KSAPCR0按申  *
      *                      请编号驱动原维护交易更新参数表并登记生  *
      *                      效事件;执行失败的保持已审批待次日重试, *
      *                      出执行清单                              *
      * KB/CF TO BE CALLED: KSAPCR0(GSYSTRIG)                        *
      * INPUT..............: (无)                                    *
      * OUTPUT.............: PCRAPLRP                                *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAPRMD   SAPRMCHG       R                                   *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
      * ------------------------------------------------------------ *
      *                                                              *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUE-FILE             ASSIGN TO PCRDUEWK
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE             ASSIGN TO PCRAPLRP
                                       ORGANIZATION IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *    到期申请工作记录:先取出再逐笔执行,执行时不占登记簿位置
       FD  DUE-FILE.
       01  DUE-REC.
           05  DR-REQ-NO               PIC X(32).
           05  DR-TBL-ID               PIC X(08).
           05  DR-PRM-KEY              PIC X(40).
           05  DR-EFF-DT               PIC X(08).
           05  DR-MKR-TLR              PIC X(12).
           05  DR-CHK-TLR              PIC X(12).
           05  FILLER                  PIC X(08).
       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(132).
      ****************************************************************
       WORKING-STORAGE SECTION.
      ****************************************************************
       01  PSACONST.
           COPY                        PSACONST.
       01  PCMCONST.
           COPY                        PCMCONST.
       01  PKSAPCR0.
           COPY                        PKSAPCR0.
       01 PDBIMAIN.
          COPY                         PDBIMAIN.
       01 DBI-FTCALL.
          COPY                         FTCALL.
       01 DBI-RTRN.
          COPY                         FTRTRN.
       01 SAPRMCHG.
          COPY                         SAPRMCHG.
       01  WK-AREA.
           05  WK-FAIL-MSG-CODE        PIC X(05).
           05  WK-DUE-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-APPLY-CNT            PIC 9(07) VALUE ZEROS.
           05  WK-FAIL-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-PCR-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-PCR-EOF                    VALUE 'Y'.
           05  WK-DUE-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-DUE-EOF                    VALUE 'Y'.
       01  RPT-DETAIL.
           05  RPT-REQ-NO              PIC X(32).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-TBL-ID              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-PRM-KEY             PIC X(40).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-EFF-DT              PIC X(08).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-MKR-TLR             PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-CHK-TLR             PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-RSLT                PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-MSG-CODE            PIC X(05).
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-EXTRACT-DUE-RTN UNTIL WK-PCR-EOF.
           CLOSE                       DUE-FILE.
           OPEN INPUT                  DUE-FILE.
           READ DUE-FILE
             AT END SET WK-DUE-EOF     TO TRUE
           END-READ.
           PERFORM 3000-APPLY-LOOP-RTN UNTIL WK-DUE-EOF.
           PERFORM 9000-END-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSARPCR'.
           MOVE SPACES                 TO AIF-MSG-CODE.
           OPEN OUTPUT                 DUE-FILE.
           OPEN OUTPUT                 RPT-FILE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '参数变更到期执行清单 ' DELIMITED BY SIZE
                  SYS-BUSN-DT          DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '申请编号'           DELIMITED BY SIZE
                  '                         '
                                       DELIMITED BY SIZE
                  '参数表   参数键'    DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           INITIALIZE                  PDBIMAIN.
           MOVE 99                     TO DBI-DB-SEQUENCE.
           PERFORM 2010-NEXT-PCR-RTN.

      *    顺序读参数变更申请登记簿
       2010-NEXT-PCR-RTN.
           INITIALIZE                  SAPRMCHG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAPRMD'              TO DBI-DB-NAME.
           MOVE FT-GN                  TO DBI-FT-NAME.
           MOVE 'SAPRMCHG'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAPRMCHG
                                       AIF-AREA.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-PCR-EOF            TO TRUE
           END-IF.

      *    已审批且生效日已到的取出待执行
       2000-EXTRACT-DUE-RTN.
           IF SA-PCR-STS = '1' AND
              SA-PCR-EFF-DT NOT > SYS-BUSN-DT
           THEN
             ADD 1                     TO WK-DUE-CNT
             INITIALIZE                DUE-REC
             MOVE SA-PCR-REQ-NO        TO DR-REQ-NO
             MOVE SA-PCR-TBL-ID        TO DR-TBL-ID
             MOVE SA-PCR-PRM-KEY       TO DR-PRM-KEY
             MOVE SA-PCR-EFF-DT        TO DR-EFF-DT
             MOVE SA-PCR-MKR-TLR       TO DR-MKR-TLR
             MOVE SA-PCR-CHK-TLR       TO DR-CHK-TLR
             WRITE DUE-REC
           END-IF.
           PERFORM 2010-NEXT-PCR-RTN.

      *    逐笔驱动KSAPCR0到期执行,失败的携码记清单,次日重试
       3000-APPLY-LOOP-RTN.
           MOVE SPACES                 TO WK-FAIL-MSG-CODE.
           MOVE SPACES                 TO AIF-MSG-CODE.
           MOVE C-CM-FLAG-YES          TO AIF-ERR-TRAP-FLG.
           INITIALIZE                  PKSAPCR0.
           MOVE '6'                    TO I-FUN-CODE OF PKSAPCR0.
           MOVE DR-REQ-NO              TO I-REQ-NO   OF PKSAPCR0.
           CALL 'GSYSTRIG'             USING APA-AREA
                                             PKSAPCR0
                                       CONTENT 'KSAPCR0 '.
           MOVE C-CM-FLAG-NO           TO AIF-ERR-TRAP-FLG.
           IF AIF-MSG-CODE NOT = SPACES OR
              O-RTRN-CODE OF PKSAPCR0 NOT = SPACES
           THEN
             IF AIF-MSG-CODE NOT = SPACES
             THEN
               MOVE AIF-MSG-CODE       TO WK-FAIL-MSG-CODE
             ELSE
               MOVE O-RTRN-CODE OF PKSAPCR0
                                       TO WK-FAIL-MSG-CODE
             END-IF
             MOVE SPACES               TO AIF-MSG-CODE
             ADD 1                     TO WK-FAIL-CNT
             MOVE '执行失败'           TO RPT-RSLT
           ELSE
             CALL 'GSYSCKPT' USING AIF-AREA
             ADD 1                     TO WK-APPLY-CNT
             MOVE '已生效'             TO RPT-RSLT
           END-IF.
           MOVE DR-REQ-NO              TO RPT-REQ-NO.
           MOVE DR-TBL-ID              TO RPT-TBL-ID.
           MOVE DR-PRM-KEY             TO RPT-PRM-KEY.
           MOVE DR-EFF-DT              TO RPT-EFF-DT.
           MOVE DR-MKR-TLR             TO RPT-MKR-TLR.
           MOVE DR-CHK-TLR             TO RPT-CHK-TLR.
           MOVE WK-FAIL-MSG-CODE       TO RPT-MSG-CODE.
           WRITE RPT-LINE              FROM RPT-DETAIL.
           READ DUE-FILE
             AT END SET WK-DUE-EOF     TO TRUE
           END-READ.

       9000-END-RTN.
           MOVE SPACES                 TO RPT-LINE.
           WRITE RPT-LINE.
           STRING '合计 到期: '        DELIMITED BY SIZE
                  WK-DUE-CNT           DELIMITED BY SIZE
                  ' 已生效: '          DELIMITED BY SIZE
                  WK-APPLY-CNT         DELIMITED BY SIZE
                  ' 执行失败: '        DELIMITED BY SIZE
                  WK-FAIL-CNT          DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE                       DUE-FILE
                                       RPT-FILE.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSARPCR'.
