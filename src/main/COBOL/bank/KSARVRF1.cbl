      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSARVRF1".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSARVRF1                                *
      * DESCRIPTION........: ACCT VERIFICATION MONTHLY USAGE (BMP)   *
      *                      账户核验月度用量:月初跑上月,扫描核验流 *
      *                      水(键序即机构+日期),按接入机构统计核验 *
      *                      笔数及应答分布(相符/不符/无此户/带信用 *
      *                      代码),出计费档及用量报表              *
      * INPUT..............: (无)                                    *
      * OUTPUT.............: VRFBILOT VRFUSGRP                       *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAVRLD   SAVRFLOG       R                                   *
      * BSAVRFD   SAVRFINS       R                                   *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
      * ------------------------------------------------------------ *
      *                                                              *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BIL-FILE             ASSIGN TO VRFBILOT
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE             ASSIGN TO VRFUSGRP
                                       ORGANIZATION IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *    计费档:机构一月一笔
       FD  BIL-FILE.
       01  BIL-REC.
           05  BL-INST-ID              PIC X(12).
           05  BL-BILL-MTH             PIC X(06).
           05  BL-CALL-CNT             PIC 9(09).
           05  BL-MATCH-CNT            PIC 9(09).
           05  BL-MISMATCH-CNT         PIC 9(09).
           05  BL-NOACCT-CNT           PIC 9(09).
           05  BL-CRDT-CNT             PIC 9(09).
           05  BL-INST-NAME            PIC X(60).
           05  FILLER                  PIC X(27).
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
       01 SAVRFLOG.
          COPY                         SAVRFLOG.
       01 SAVRFINS.
          COPY                         SAVRFINS.
           COPY                        APPAREA.
       01  WK-AREA.
           05  WK-RUN-DT               PIC 9(08).
           05  WK-RUN-DT-R REDEFINES WK-RUN-DT.
               10  WK-RUN-YYYY         PIC 9(04).
               10  WK-RUN-MM           PIC 9(02).
               10  WK-RUN-DD           PIC 9(02).
      *        计费月:运行日的上一月
           05  WK-BILL-MTH.
               10  WK-BILL-YYYY        PIC 9(04).
               10  WK-BILL-MM          PIC 9(02).
           05  WK-INST-ID              PIC X(12).
           05  WK-INST-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-TOT-CNT              PIC 9(09) VALUE ZEROS.
           05  WK-VRL-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-VRL-EOF                    VALUE 'Y'.
       01  RPT-DETAIL.
           05  RPT-INST-ID             PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-INST-NAME           PIC X(40).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-CALL-CNT            PIC Z(8)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-MATCH-CNT           PIC Z(8)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-MISMATCH-CNT        PIC Z(8)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-NOACCT-CNT          PIC Z(8)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-CRDT-CNT            PIC Z(8)9.
           05  FILLER                  PIC X(29) VALUE SPACES.
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
      ****************************************************************
       PROCEDURE DIVISION.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-INST-RTN UNTIL WK-VRL-EOF.
           PERFORM 9000-END-RTN.
           STOP RUN.

       1000-INIT-RTN.
           ACCEPT WK-RUN-DT            FROM DATE YYYYMMDD.
           MOVE WK-RUN-DT              TO SYS-BUSN-DT.
           IF WK-RUN-MM = 1
           THEN
             COMPUTE WK-BILL-YYYY = WK-RUN-YYYY - 1
             MOVE 12                   TO WK-BILL-MM
           ELSE
             MOVE WK-RUN-YYYY          TO WK-BILL-YYYY
             COMPUTE WK-BILL-MM = WK-RUN-MM - 1
           END-IF.
           OPEN OUTPUT                 BIL-FILE
                                       RPT-FILE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '账户核验月度用量 计费月:'
                                       DELIMITED BY SIZE
                  WK-BILL-MTH          DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '机构代码     机构名称'
                                       DELIMITED BY SIZE
                                       INTO RPT-LINE
           MOVE ' 核验笔数  户名相符  户名不符'
                                       TO RPT-LINE(55:)
           MOVE '    无此户  带信用码' TO RPT-LINE(85:)
           WRITE RPT-LINE.
           INITIALIZE                  PDBIMAIN.
           MOVE 99                     TO DBI-DB-SEQUENCE.
           PERFORM 2010-NEXT-VRL-RTN.

       2010-NEXT-VRL-RTN.
           INITIALIZE                  SAVRFLOG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAVRLD'              TO DBI-DB-NAME.
           MOVE FT-GN                  TO DBI-FT-NAME.
           MOVE 'SAVRFLOG'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAVRFLOG
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-VRL-EOF            TO TRUE
           END-IF.
           INITIALIZE                  PDBIMAIN.

      *    流水按机构成段;机构内只计计费月的流水,无流水的不出
       2000-INST-RTN.
           MOVE SA-VRL-INST-ID         TO WK-INST-ID.
           MOVE SPACES                 TO BIL-REC.
           MOVE WK-INST-ID             TO BL-INST-ID.
           MOVE WK-BILL-MTH            TO BL-BILL-MTH.
           MOVE ZEROS                  TO BL-CALL-CNT
                                          BL-MATCH-CNT
                                          BL-MISMATCH-CNT
                                          BL-NOACCT-CNT
                                          BL-CRDT-CNT.
           PERFORM 2100-COUNT-VRL-RTN
                   UNTIL WK-VRL-EOF
                      OR SA-VRL-INST-ID NOT = WK-INST-ID.
           IF BL-CALL-CNT > ZEROS
           THEN
             PERFORM 3000-WRITE-INST-RTN
           END-IF.

       2100-COUNT-VRL-RTN.
           IF SA-VRL-DT(1:6) = WK-BILL-MTH
           THEN
             ADD 1                     TO BL-CALL-CNT
             EVALUATE TRUE
               WHEN SA-VRL-EXIST-FLG NOT = 'Y'
                 ADD 1                 TO BL-NOACCT-CNT
               WHEN SA-VRL-NAME-MATCH = 'Y'
                 ADD 1                 TO BL-MATCH-CNT
               WHEN OTHER
                 ADD 1                 TO BL-MISMATCH-CNT
             END-EVALUATE
             IF SA-VRL-CRDT-FLG = 'Y'
             THEN
               ADD 1                   TO BL-CRDT-CNT
             END-IF
           END-IF.
           PERFORM 2010-NEXT-VRL-RTN.

       3000-WRITE-INST-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAVRFINS.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAVRFD'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAVRFINS'             TO DBI-SEGMENT-NAME(1).
           MOVE WK-INST-ID             TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAVRFINS
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE SA-VRI-INST-NAME       TO BL-INST-NAME.
           WRITE BIL-REC.
           ADD 1                       TO WK-INST-CNT.
           ADD BL-CALL-CNT             TO WK-TOT-CNT.
           MOVE SPACES                 TO RPT-DETAIL.
           MOVE BL-INST-ID             TO RPT-INST-ID.
           MOVE BL-INST-NAME           TO RPT-INST-NAME.
           MOVE BL-CALL-CNT            TO RPT-CALL-CNT.
           MOVE BL-MATCH-CNT           TO RPT-MATCH-CNT.
           MOVE BL-MISMATCH-CNT        TO RPT-MISMATCH-CNT.
           MOVE BL-NOACCT-CNT          TO RPT-NOACCT-CNT.
           MOVE BL-CRDT-CNT            TO RPT-CRDT-CNT.
           WRITE RPT-LINE              FROM RPT-DETAIL.

       9000-END-RTN.
           MOVE SPACES                 TO RPT-LINE.
           STRING '接入机构数: '       DELIMITED BY SIZE
                  WK-INST-CNT          DELIMITED BY SIZE
                  '  核验总笔数: '     DELIMITED BY SIZE
                  WK-TOT-CNT           DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           CLOSE                       BIL-FILE
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
             CLOSE                       BIL-FILE
                                         RPT-FILE
             STOP RUN
           END-IF.
