      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSARPPI1".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/14.
      ****************************************************************
      * PROGRAM NAME.......: KSARPPI1                                *
      * DESCRIPTION........: POSITIVE PAY FILE INTAKE (BMP)          *
      *                      正向支付签发登记批量:逐笔读入出票人      *
      *                      报送的签发支票文件(头记录带笔数/金额     *
      *                      控制合计),每笔以GSYSTRIG驱动KSAPPY0     *
      *                      签发登记(登记渠道批量文件);逐笔容错,   *
      *                      拒绝笔带消息码落错误档供修正重送,末尾    *
      *                      出受理笔数金额与文件头核对报告           *
      * KB/CF TO BE CALLED: KSAPPY0(GSYSTRIG)                        *
      * INPUT..............: PPYREGIN                                *
      * OUTPUT.............: PPYREGER PPYREGRP                       *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
      * ------------------------------------------------------------ *
      *                                                              *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PPI-FILE             ASSIGN TO PPYREGIN
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT ERR-FILE             ASSIGN TO PPYREGER
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE             ASSIGN TO PPYREGRP
                                       ORGANIZATION IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *    入盘格式:H-头(笔数/金额) D-明细(签发支票)
       FD  PPI-FILE.
       01  PPI-REC.
           05  PI-REC-TYP              PIC X(01).
           05  PI-ACCT-NO              PIC X(32).
           05  PI-DOC-TYP              PIC X(03).
           05  PI-DOC-NO               PIC X(20).
           05  PI-AMT                  PIC S9(16)V9(2).
           05  PI-PAYEE-NAME           PIC X(120).
           05  PI-ISU-DT               PIC X(08).
           05  FILLER                  PIC X(18).
       01  PPI-HEAD-REC REDEFINES PPI-REC.
           05  PH-REC-TYP              PIC X(01).
           05  PH-TOT-CNT              PIC 9(07).
           05  PH-TOT-AMT              PIC S9(16)V9(2).
           05  FILLER                  PIC X(194).
       FD  ERR-FILE.
       01  ERR-REC.
           05  ER-MSG-CODE             PIC X(05).
           05  ER-SRC-REC              PIC X(220).
       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(132).
      ****************************************************************
       WORKING-STORAGE SECTION.
      ****************************************************************
       01  PSACONST.
           COPY                        PSACONST.
       01  PCMCONST.
           COPY                        PCMCONST.
       01  PKSAPPY0.
           COPY                        PKSAPPY0.
       01  WK-AREA.
           05  WK-HEAD-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-HEAD-AMT             PIC S9(16)V9(2) COMP-3
                                                 VALUE ZEROS.
           05  WK-ACPT-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-ACPT-AMT             PIC S9(16)V9(2) COMP-3
                                                 VALUE ZEROS.
           05  WK-RJCT-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-RJCT-AMT             PIC S9(16)V9(2) COMP-3
                                                 VALUE ZEROS.
           05  WK-EOF-FLG              PIC X(01) VALUE 'N'.
               88  WK-PPI-EOF                    VALUE 'Y'.
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-REC-LOOP-RTN UNTIL WK-PPI-EOF.
           PERFORM 9000-END-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSARPPI'.
           INITIALIZE                  PKSAPPY0.
           INITIALIZE                  WK-AREA.
           MOVE SPACES                 TO AIF-MSG-CODE.
           OPEN INPUT                  PPI-FILE.
           OPEN OUTPUT                 ERR-FILE
                                       RPT-FILE.
           READ PPI-FILE
             AT END SET WK-PPI-EOF     TO TRUE
           END-READ.

       2000-REC-LOOP-RTN.
           EVALUATE PI-REC-TYP
             WHEN 'H'
               MOVE PH-TOT-CNT         TO WK-HEAD-CNT
               MOVE PH-TOT-AMT         TO WK-HEAD-AMT
             WHEN 'D'
               PERFORM 3000-REG-ONE-RTN
           END-EVALUATE.
           READ PPI-FILE
             AT END SET WK-PPI-EOF     TO TRUE
           END-READ.

      *    逐笔驱动KSAPPY0签发登记:与柜面登记相同的开通/重号
      *    校验;逐笔容错,受理笔检查点提交
       3000-REG-ONE-RTN.
           MOVE SPACES                 TO AIF-MSG-CODE.
           MOVE C-CM-FLAG-YES          TO AIF-ERR-TRAP-FLG.
           INITIALIZE                  PKSAPPY0.
           MOVE '3'                    TO I-FUN-CODE   OF PKSAPPY0.
           MOVE PI-ACCT-NO             TO I-ACCT-NO    OF PKSAPPY0.
           MOVE PI-DOC-TYP             TO I-DOC-TYP    OF PKSAPPY0.
           MOVE PI-DOC-NO              TO I-DOC-NO     OF PKSAPPY0.
           MOVE PI-AMT                 TO I-AMT        OF PKSAPPY0.
           MOVE PI-PAYEE-NAME          TO I-PAYEE-NAME OF PKSAPPY0.
           MOVE PI-ISU-DT              TO I-ISU-DT     OF PKSAPPY0.
           MOVE '2'                    TO I-REG-CHNL   OF PKSAPPY0.
           CALL 'GSYSTRIG'             USING APA-AREA
                                             PKSAPPY0
                                       CONTENT 'KSAPPY0 '.
           MOVE C-CM-FLAG-NO           TO AIF-ERR-TRAP-FLG.
           IF AIF-MSG-CODE NOT = SPACES OR
              O-RTRN-CODE OF PKSAPPY0 NOT = SPACES
           THEN
             PERFORM 3100-WRITE-ERR-RTN
           ELSE
             ADD 1                     TO WK-ACPT-CNT
             ADD PI-AMT                TO WK-ACPT-AMT
      *      受理笔落检查点,提交范围按笔隔离
             CALL 'GSYSCKPT' USING     AIF-AREA
           END-IF.

       3100-WRITE-ERR-RTN.
           MOVE SPACES                 TO ERR-REC.
           IF AIF-MSG-CODE NOT = SPACES
           THEN
             MOVE AIF-MSG-CODE         TO ER-MSG-CODE
           ELSE
             MOVE O-RTRN-CODE OF PKSAPPY0
                                       TO ER-MSG-CODE
           END-IF.
           MOVE PPI-REC                TO ER-SRC-REC.
           WRITE ERR-REC.
           ADD 1                       TO WK-RJCT-CNT.
           ADD PI-AMT                  TO WK-RJCT-AMT.
           MOVE SPACES                 TO AIF-MSG-CODE.

      *    受理合计与文件头控制合计核对报告
       9000-END-RTN.
           MOVE SPACES                 TO RPT-LINE.
           STRING '签发登记核对: 头笔数=' DELIMITED BY SIZE
                  WK-HEAD-CNT          DELIMITED BY SIZE
                  ' 受理='             DELIMITED BY SIZE
                  WK-ACPT-CNT          DELIMITED BY SIZE
                  ' 拒绝='             DELIMITED BY SIZE
                  WK-RJCT-CNT          DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           IF WK-HEAD-CNT NOT = WK-ACPT-CNT + WK-RJCT-CNT OR
              WK-HEAD-AMT NOT = WK-ACPT-AMT + WK-RJCT-AMT
           THEN
             MOVE SPACES               TO RPT-LINE
             STRING '控制合计不符,须人工核对'
                                       DELIMITED BY SIZE
                                       INTO RPT-LINE
             WRITE RPT-LINE
           END-IF.
           CLOSE                        PPI-FILE
                                        ERR-FILE
                                        RPT-FILE.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSARPPI'.
