      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSARMSC1".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSARMSC1                                *
      * DESCRIPTION........: MESSAGE CATALOG GAP REPORT (BMP)        *
      *                      消息目录核对:读程序消息码引用清单(按程 *
      *                      序库逐个程序抽取置AIF-MSG-CODE的消息码  *
      *                      及程序内文本),按消息码归并后逐码核对消  *
      *                      息目录,列示目录未登记、已停用及缺英文   *
      *                      文本的消息码及引用程序,供运维补录       *
      * INPUT..............: MSGUSEIN                                *
      * OUTPUT.............: MSGGAPRP                                *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAMSGD   SAMSGCAT       R                                   *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
      * ------------------------------------------------------------ *
      *                                                              *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USE-FILE             ASSIGN TO MSGUSEIN
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT SRT-FILE             ASSIGN TO MSGSRTWK.
           SELECT LST-FILE             ASSIGN TO MSGUSEWK
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE             ASSIGN TO MSGGAPRP
                                       ORGANIZATION IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *    消息码引用清单:一行一处引用,同一程序可重复
       FD  USE-FILE.
       01  USE-REC                     PIC X(100).
       SD  SRT-FILE.
       01  SRT-REC.
           05  SR-MSG-CODE             PIC X(05).
           05  SR-PGM-NAME             PIC X(08).
           05  FILLER                  PIC X(87).
       FD  LST-FILE.
       01  LST-REC.
           05  LS-MSG-CODE             PIC X(05).
           05  LS-PGM-NAME             PIC X(08).
      *        程序内置文本(程序注释或MOVE至AIF-MSG-TEXT的文本)
           05  LS-SRC-TEXT             PIC X(78).
           05  FILLER                  PIC X(09).
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
       01 SAMSGCAT.
          COPY                         SAMSGCAT.
           COPY                        APPAREA.
       01  WK-AREA.
           05  WK-MSG-CODE             PIC X(05).
           05  WK-PGM-NAME             PIC X(08).
           05  WK-SRC-TEXT             PIC X(78).
           05  WK-PGM-CNT              PIC 9(03).
           05  WK-CODE-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-OK-CNT               PIC 9(07) VALUE ZEROS.
           05  WK-MISS-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-STOP-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-NOEN-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-LST-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-LST-EOF                    VALUE 'Y'.
      *        引用程序:列前四个,其余只计数
           05  WK-PGM-LIST.
               10  WK-PGM-LIST-NAME    PIC X(09) OCCURS 4.
       01  RPT-DETAIL.
           05  RPT-MSG-CODE            PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-RSLT                PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-PGM-CNT             PIC ZZ9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-PGM-LIST            PIC X(36).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-TEXT                PIC X(72).
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
      ****************************************************************
       PROCEDURE DIVISION.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-SORT-USE-RTN.
           PERFORM 3000-REPORT-RTN.
           PERFORM 9000-END-RTN.
           STOP RUN.

       1000-INIT-RTN.
           ACCEPT SYS-BUSN-DT          FROM DATE YYYYMMDD.
           OPEN OUTPUT                 RPT-FILE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '消息目录核对清单 '  DELIMITED BY SIZE
                  SYS-BUSN-DT          DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '消息码 核对结果 程序数 引用程序'
                                       DELIMITED BY SIZE
                                       INTO RPT-LINE
           MOVE '程序内文本'           TO RPT-LINE(61:)
           WRITE RPT-LINE.

      *    引用清单按消息码、程序排列
       2000-SORT-USE-RTN.
           SORT SRT-FILE
                ON ASCENDING KEY SR-MSG-CODE
                                 SR-PGM-NAME
                USING USE-FILE
                GIVING LST-FILE.

       3000-REPORT-RTN.
           OPEN INPUT                  LST-FILE.
           PERFORM 3020-READ-LST-RTN.
           PERFORM 3010-CODE-RTN UNTIL WK-LST-EOF.
           CLOSE                       LST-FILE.

      *    同一消息码的引用归并:程序去重,取首个非空程序内文本
       3010-CODE-RTN.
           MOVE LS-MSG-CODE            TO WK-MSG-CODE.
           MOVE SPACES                 TO WK-PGM-NAME
                                          WK-SRC-TEXT
                                          WK-PGM-LIST.
           MOVE ZEROS                  TO WK-PGM-CNT.
           PERFORM 3030-MERGE-USE-RTN
                   UNTIL WK-LST-EOF
                      OR LS-MSG-CODE NOT = WK-MSG-CODE.
           IF WK-MSG-CODE NOT = SPACES
           THEN
             ADD 1                     TO WK-CODE-CNT
             PERFORM 4000-CHECK-CAT-RTN
           END-IF.

       3020-READ-LST-RTN.
           READ LST-FILE
             AT END
               SET WK-LST-EOF          TO TRUE
           END-READ.

       3030-MERGE-USE-RTN.
           IF LS-PGM-NAME NOT = WK-PGM-NAME
           THEN
             MOVE LS-PGM-NAME          TO WK-PGM-NAME
             ADD 1                     TO WK-PGM-CNT
             IF WK-PGM-CNT <= 4
             THEN
               MOVE LS-PGM-NAME        TO WK-PGM-LIST-NAME(WK-PGM-CNT)
             END-IF
           END-IF.
           IF WK-SRC-TEXT = SPACES
           THEN
             MOVE LS-SRC-TEXT          TO WK-SRC-TEXT
           END-IF.
           PERFORM 3020-READ-LST-RTN.

      *    逐码核对目录:未登记、停用、缺英文文本的列示
       4000-CHECK-CAT-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAMSGCAT.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAMSGD'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAMSGCAT'             TO DBI-SEGMENT-NAME(1).
           MOVE WK-MSG-CODE            TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAMSGCAT
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           MOVE SPACES                 TO RPT-DETAIL.
           EVALUATE TRUE
             WHEN DBI-DB-STATUS = FT-RTRN-NOTFOUND
               ADD 1                   TO WK-MISS-CNT
               MOVE '目录未登记'       TO RPT-RSLT
               MOVE WK-SRC-TEXT        TO RPT-TEXT
             WHEN SA-MSC-STS NOT = '0'
               ADD 1                   TO WK-STOP-CNT
               MOVE '目录已停用'       TO RPT-RSLT
               MOVE SA-MSC-TXT-CN      TO RPT-TEXT
             WHEN SA-MSC-TXT-EN = SPACES
               ADD 1                   TO WK-NOEN-CNT
               MOVE '缺英文文本'       TO RPT-RSLT
               MOVE SA-MSC-TXT-CN      TO RPT-TEXT
             WHEN OTHER
               ADD 1                   TO WK-OK-CNT
           END-EVALUATE.
           IF RPT-RSLT NOT = SPACES
           THEN
             MOVE WK-MSG-CODE          TO RPT-MSG-CODE
             MOVE WK-PGM-CNT           TO RPT-PGM-CNT
             MOVE WK-PGM-LIST          TO RPT-PGM-LIST
             WRITE RPT-LINE            FROM RPT-DETAIL
           END-IF.

       9000-END-RTN.
           MOVE SPACES                 TO RPT-LINE.
           WRITE RPT-LINE.
           STRING '消息码: '           DELIMITED BY SIZE
                  WK-CODE-CNT          DELIMITED BY SIZE
                  '  目录完整: '       DELIMITED BY SIZE
                  WK-OK-CNT            DELIMITED BY SIZE
                  '  未登记: '         DELIMITED BY SIZE
                  WK-MISS-CNT          DELIMITED BY SIZE
                  '  已停用: '         DELIMITED BY SIZE
                  WK-STOP-CNT          DELIMITED BY SIZE
                  '  缺英文: '         DELIMITED BY SIZE
                  WK-NOEN-CNT          DELIMITED BY SIZE
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
