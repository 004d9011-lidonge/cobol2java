      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSARSTO2".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/14.
      ****************************************************************
      * PROGRAM NAME.......: KSARSTO2                                *
      * DESCRIPTION........: DATED TRANSFER EXECUTION (BMP)          *
      *                      预约转账执行:逐笔读入KSARSTO1产出的     *
      *                      到期指令,以GSYSTRIG驱动KSASTO0执行功能   *
      *                      (KSATRF0完成借贷并排下一期);失败的再     *
      *                      驱动KSASTO0失败登记功能(计重试或转排队   *
      *                      付款);出按开户机构分列的执行/失败报告   *
      *                      与机构合计                               *
      * KB/CF TO BE CALLED: KSASTO0(GSYSTRIG)                        *
      * INPUT..............: STOCCOUT                                *
      * OUTPUT.............: STOEXERP                                *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
      * ------------------------------------------------------------ *
      *                                                              *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CCO-FILE             ASSIGN TO STOCCOUT
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE             ASSIGN TO STOEXERP
                                       ORGANIZATION IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  CCO-FILE.
       01  CCO-REC.
           05  CC-ACCT-NO              PIC X(32).
           05  CC-STO-SEQ-N            PIC 9(03).
           05  CC-CURR-COD             PIC X(03).
           05  CC-CURR-IDEN            PIC X(01).
           05  CC-TGT-ACCT-NO          PIC X(32).
           05  CC-AMT                  PIC S9(16)V9(2).
           05  CC-NEXT-DT              PIC X(08).
           05  CC-EXEC-DT              PIC X(08).
           05  CC-RETRY-CNT            PIC 9(02).
           05  CC-OWN-BRANCH-STD       PIC X(09).
           05  FILLER                  PIC X(14).
       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(132).
      ****************************************************************
       WORKING-STORAGE SECTION.
      ****************************************************************
       01  PSACONST.
           COPY                        PSACONST.
       01  PCMCONST.
           COPY                        PCMCONST.
       01  PKSASTO0.
           COPY                        PKSASTO0.
       01  WK-AREA.
           05  WK-OK-CNT               PIC 9(07) VALUE ZEROS.
           05  WK-OK-AMT               PIC S9(16)V9(2) COMP-3
                                                 VALUE ZEROS.
           05  WK-FAIL-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-FAIL-AMT             PIC S9(16)V9(2) COMP-3
                                                 VALUE ZEROS.
           05  WK-FAIL-MSG-CODE        PIC X(05).
           05  WK-RSLT                 PIC X(01).
           05  WK-EOF-FLG              PIC X(01) VALUE 'N'.
               88  WK-CCO-EOF                    VALUE 'Y'.
      *    机构合计表
       01  WK-BR-TBL.
           05  WK-BR-CNT               PIC 9(04) COMP VALUE ZEROS.
           05  WK-BR-ENT               OCCURS 1000 TIMES.
               10  WK-BR-BRANCH        PIC X(09).
               10  WK-BR-OK-CNT        PIC 9(07).
               10  WK-BR-OK-AMT        PIC S9(16)V9(2) COMP-3.
               10  WK-BR-FAIL-CNT      PIC 9(07).
               10  WK-BR-FAIL-AMT      PIC S9(16)V9(2) COMP-3.
       01  WK-BR-IX                    PIC 9(04) COMP.
       01  WK-BR-HIT                   PIC 9(04) COMP.
      *    结果 0-成功 1-失败待重试 2-已转排队 3-失败放弃 9-登记异常
       01  WK-RSLT-NAME-TBL.
           05  FILLER                  PIC X(12) VALUE '成功'.
           05  FILLER                  PIC X(12) VALUE '待重试'.
           05  FILLER                  PIC X(12) VALUE '已转排队'.
           05  FILLER                  PIC X(12) VALUE '失败放弃'.
           05  FILLER                  PIC X(12) VALUE '登记异常'.
       01  WK-RSLT-NAME-R REDEFINES WK-RSLT-NAME-TBL.
           05  WK-RSLT-NAME            PIC X(12) OCCURS 5 TIMES.
       01  WK-RSLT-IX                  PIC 9(01).
       01  RPT-DETAIL.
           05  RPT-OWN-BRANCH-STD      PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-ACCT-NO             PIC X(32).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-STO-SEQ-N           PIC 9(03).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-TGT-ACCT-NO         PIC X(32).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-AMT                 PIC -(13)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-RSLT                PIC X(12).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-MSG-CODE            PIC X(05).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  RPT-RETRY-CNT           PIC Z9.
           05  FILLER                  PIC X(10) VALUE SPACES.
       01  RPT-EDIT-AMT                PIC -(13)9.99.
       01  RPT-EDIT-AMT2               PIC -(13)9.99.
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-REC-LOOP-RTN UNTIL WK-CCO-EOF.
           PERFORM 9000-END-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSARSTO'.
           INITIALIZE                  PKSASTO0.
           INITIALIZE                  WK-AREA.
           MOVE SPACES                 TO AIF-MSG-CODE.
           OPEN INPUT                  CCO-FILE.
           OPEN OUTPUT                 RPT-FILE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '预约转账执行报告 '  DELIMITED BY SIZE
                  SYS-BUSN-DT          DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           READ CCO-FILE
             AT END SET WK-CCO-EOF     TO TRUE
           END-READ.

       2000-REC-LOOP-RTN.
           PERFORM 3000-EXEC-ONE-RTN.
           READ CCO-FILE
             AT END SET WK-CCO-EOF     TO TRUE
           END-READ.

      *    逐笔执行:成功检查点提交;失败另起一笔登记失败处理
       3000-EXEC-ONE-RTN.
           MOVE SPACES                 TO AIF-MSG-CODE.
           MOVE SPACES                 TO WK-FAIL-MSG-CODE.
           MOVE C-CM-FLAG-YES          TO AIF-ERR-TRAP-FLG.
           INITIALIZE                  PKSASTO0.
           MOVE '9'                    TO I-FUN-CODE  OF PKSASTO0.
           MOVE CC-ACCT-NO             TO I-ACCT-NO   OF PKSASTO0.
           MOVE CC-STO-SEQ-N           TO I-STO-SEQ-N OF PKSASTO0.
           CALL 'GSYSTRIG'             USING APA-AREA
                                             PKSASTO0
                                       CONTENT 'KSASTO0 '.
           MOVE C-CM-FLAG-NO           TO AIF-ERR-TRAP-FLG.
           IF AIF-MSG-CODE NOT = SPACES OR
              O-RTRN-CODE OF PKSASTO0 NOT = SPACES
           THEN
             IF AIF-MSG-CODE NOT = SPACES
             THEN
               MOVE AIF-MSG-CODE       TO WK-FAIL-MSG-CODE
             ELSE
               MOVE O-RTRN-CODE OF PKSASTO0
                                       TO WK-FAIL-MSG-CODE
             END-IF
             MOVE SPACES               TO AIF-MSG-CODE
             PERFORM 3100-REG-FAIL-RTN
           ELSE
             MOVE '0'                  TO WK-RSLT
             ADD 1                     TO WK-OK-CNT
             ADD CC-AMT                TO WK-OK-AMT
             CALL 'GSYSCKPT' USING     AIF-AREA
           END-IF.
           PERFORM 3200-ADD-BR-RTN.
           PERFORM 3300-WRITE-DETAIL-RTN.

       3100-REG-FAIL-RTN.
           ADD 1                       TO WK-FAIL-CNT.
           ADD CC-AMT                  TO WK-FAIL-AMT.
           MOVE C-CM-FLAG-YES          TO AIF-ERR-TRAP-FLG.
           INITIALIZE                  PKSASTO0.
           MOVE '8'                    TO I-FUN-CODE  OF PKSASTO0.
           MOVE CC-ACCT-NO             TO I-ACCT-NO   OF PKSASTO0.
           MOVE CC-STO-SEQ-N           TO I-STO-SEQ-N OF PKSASTO0.
           MOVE WK-FAIL-MSG-CODE       TO I-FAIL-MSG-CODE
                                          OF PKSASTO0.
           CALL 'GSYSTRIG'             USING APA-AREA
                                             PKSASTO0
                                       CONTENT 'KSASTO0 '.
           MOVE C-CM-FLAG-NO           TO AIF-ERR-TRAP-FLG.
           IF AIF-MSG-CODE NOT = SPACES OR
              O-RTRN-CODE OF PKSASTO0 NOT = SPACES
           THEN
             MOVE '9'                  TO WK-RSLT
             MOVE SPACES               TO AIF-MSG-CODE
           ELSE
             MOVE O-LAST-RSLT OF PKSASTO0
                                       TO WK-RSLT
             CALL 'GSYSCKPT' USING     AIF-AREA
           END-IF.

       3200-ADD-BR-RTN.
           MOVE ZEROS                  TO WK-BR-HIT.
           MOVE 1                      TO WK-BR-IX.
           PERFORM 3210-FIND-BR-RTN
                   UNTIL WK-BR-IX > WK-BR-CNT.
           IF WK-BR-HIT = ZEROS
           THEN
             IF WK-BR-CNT < 1000
             THEN
               ADD 1                   TO WK-BR-CNT
               MOVE WK-BR-CNT          TO WK-BR-HIT
               MOVE CC-OWN-BRANCH-STD  TO WK-BR-BRANCH(WK-BR-HIT)
               MOVE ZEROS              TO WK-BR-OK-CNT(WK-BR-HIT)
               MOVE ZEROS              TO WK-BR-OK-AMT(WK-BR-HIT)
               MOVE ZEROS              TO WK-BR-FAIL-CNT(WK-BR-HIT)
               MOVE ZEROS              TO WK-BR-FAIL-AMT(WK-BR-HIT)
             ELSE
               MOVE WK-BR-CNT          TO WK-BR-HIT
             END-IF
           END-IF.
           IF WK-RSLT = '0'
           THEN
             ADD 1                     TO WK-BR-OK-CNT(WK-BR-HIT)
             ADD CC-AMT                TO WK-BR-OK-AMT(WK-BR-HIT)
           ELSE
             ADD 1                     TO WK-BR-FAIL-CNT(WK-BR-HIT)
             ADD CC-AMT                TO WK-BR-FAIL-AMT(WK-BR-HIT)
           END-IF.

       3210-FIND-BR-RTN.
           IF WK-BR-BRANCH(WK-BR-IX) = CC-OWN-BRANCH-STD
           THEN
             MOVE WK-BR-IX             TO WK-BR-HIT
             MOVE WK-BR-CNT            TO WK-BR-IX
           END-IF.
           ADD 1                       TO WK-BR-IX.

       3300-WRITE-DETAIL-RTN.
           IF WK-RSLT = '9'
           THEN
             MOVE 5                    TO WK-RSLT-IX
           ELSE
             COMPUTE WK-RSLT-IX = FUNCTION NUMVAL(WK-RSLT) + 1
           END-IF.
           MOVE SPACES                 TO RPT-DETAIL.
           MOVE CC-OWN-BRANCH-STD      TO RPT-OWN-BRANCH-STD.
           MOVE CC-ACCT-NO             TO RPT-ACCT-NO.
           MOVE CC-STO-SEQ-N           TO RPT-STO-SEQ-N.
           MOVE CC-TGT-ACCT-NO         TO RPT-TGT-ACCT-NO.
           MOVE CC-AMT                 TO RPT-AMT.
           MOVE WK-RSLT-NAME(WK-RSLT-IX)
                                       TO RPT-RSLT.
           MOVE WK-FAIL-MSG-CODE       TO RPT-MSG-CODE.
           IF WK-RSLT = '0'
           THEN
             MOVE ZEROS                TO RPT-RETRY-CNT
           ELSE
             MOVE O-RETRY-CNT OF PKSASTO0
                                       TO RPT-RETRY-CNT
           END-IF.
           WRITE RPT-LINE              FROM RPT-DETAIL.

      *    机构合计与总计
       9000-END-RTN.
           MOVE 1                      TO WK-BR-IX.
           PERFORM 9100-WRITE-BR-RTN
                   UNTIL WK-BR-IX > WK-BR-CNT.
           MOVE SPACES                 TO RPT-LINE.
           MOVE WK-OK-AMT              TO RPT-EDIT-AMT.
           MOVE WK-FAIL-AMT            TO RPT-EDIT-AMT2.
           STRING '合计 成功笔数: '    DELIMITED BY SIZE
                  WK-OK-CNT            DELIMITED BY SIZE
                  ' 金额: '            DELIMITED BY SIZE
                  RPT-EDIT-AMT         DELIMITED BY SIZE
                  ' 失败笔数: '        DELIMITED BY SIZE
                  WK-FAIL-CNT          DELIMITED BY SIZE
                  ' 金额: '            DELIMITED BY SIZE
                  RPT-EDIT-AMT2        DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           CLOSE                        CCO-FILE
                                        RPT-FILE.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSARSTO'.

       9100-WRITE-BR-RTN.
           MOVE SPACES                 TO RPT-LINE.
           MOVE WK-BR-OK-AMT(WK-BR-IX) TO RPT-EDIT-AMT.
           MOVE WK-BR-FAIL-AMT(WK-BR-IX)
                                       TO RPT-EDIT-AMT2.
           STRING '机构 '              DELIMITED BY SIZE
                  WK-BR-BRANCH(WK-BR-IX)
                                       DELIMITED BY SIZE
                  ' 成功笔数: '        DELIMITED BY SIZE
                  WK-BR-OK-CNT(WK-BR-IX)
                                       DELIMITED BY SIZE
                  ' 金额: '            DELIMITED BY SIZE
                  RPT-EDIT-AMT         DELIMITED BY SIZE
                  ' 失败笔数: '        DELIMITED BY SIZE
                  WK-BR-FAIL-CNT(WK-BR-IX)
                                       DELIMITED BY SIZE
                  ' 金额: '            DELIMITED BY SIZE
                  RPT-EDIT-AMT2        DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           ADD 1                       TO WK-BR-IX.
