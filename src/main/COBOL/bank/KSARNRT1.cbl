      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSARNRT1".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSARNRT1                                *
      * DESCRIPTION........: NEGOTIATED RATE MONTHLY REPORT (BMP)    *
      *                      协议利率月报:逐户扫描生效中的协定存款   *
      *                      分层,列示分层协议利率、批准申请(审批人/ *
      *                      审批层级/批准日)及当日有效自律上限,    *
      *                      计算距上限空间;未经审批、与批准利率不  *
      *                      符、超现行上限或无现行上限者标注,按开户 *
      *                      机构出报表;每月末营业日运行              *
      * KB/CF TO BE CALLED:                                          *
      * INPUT..............:                                         *
      * OUTPUT.............: NRTRPTOT                                *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAACND   SAACNACN       R                                   *
      * BSAACND   SAACNAMT       R                                   *
      * BSAACND   SAACNAGR       R                                   *
      * BSANRTD   SANRTAPP       R                                   *
      * BSARCLD   SARTCEIL       R                                   *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
      * ------------------------------------------------------------ *
      *                                                              *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRK-FILE             ASSIGN TO NRTRPTWK
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT SRT-FILE             ASSIGN TO NRTSRTWK.
           SELECT SRD-FILE             ASSIGN TO NRTRPTST
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE             ASSIGN TO NRTRPTOT
                                       ORGANIZATION IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  WRK-FILE.
       01  WRK-LINE                    PIC X(300).
       SD  SRT-FILE.
       01  SRT-REC.
           05  SR-SORT-KEY             PIC X(47).
           05  FILLER                  PIC X(253).
       FD  SRD-FILE.
       01  SRD-LINE                    PIC X(300).
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
       01 SAACNAMT.
          COPY                         SAACNAMT.
       01 SAACNAGR.
          COPY                         SAACNAGR.
       01 SANRTAPP.
          COPY                         SANRTAPP.
       01 SARTCEIL.
          COPY                         SARTCEIL.
      *    报表工作记录:每生效分层一条
       01  WK-NRT-REC.
           05  WN-SORT-KEY.
               10  WN-BRANCH-STD       PIC X(09).
               10  WN-ACCT-NO          PIC X(32).
               10  WN-CURR-COD         PIC X(03).
               10  WN-CURR-IDEN        PIC X(01).
               10  WN-FL-NO-N          PIC 9(02).
           05  WN-CUST-NAME            PIC X(60).
           05  WN-PROD-COD             PIC X(11).
           05  WN-TERM-COD             PIC X(03).
           05  WN-NGO-AMT              PIC S9(16)V9(2).
           05  WN-NGO-RATE             PIC S9(03)V9(05).
           05  WN-APP-SEQ-N            PIC 9(05).
           05  WN-APPR-TLR             PIC X(12).
           05  WN-APPR-LVL             PIC X(01).
           05  WN-APPR-DT              PIC X(08).
           05  WN-CEIL-EFF-DT          PIC X(08).
           05  WN-CEIL-RATE            PIC S9(03)V9(05).
           05  WN-HEADROOM             PIC S9(03)V9(05).
      *    N-未经审批 D-与批准利率不符 O-超现行上限 C-无现行上限
           05  WN-FLAG                 PIC X(01).
           05  FILLER                  PIC X(102).
       01  WK-AREA.
           05  WK-BUSN-DT              PIC X(08).
           05  WK-CEIL-KEY             PIC X(22).
           05  WK-SAACNAMT-KEY.
               10  WK-CURR-COD         PIC X(03).
               10  WK-CURR-IDEN        PIC X(01).
           05  WK-RPT-BRANCH-STD       PIC X(09).
           05  WK-ACN-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-ACN-EOF                    VALUE 'Y'.
           05  WK-AMT-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-AMT-EOF                    VALUE 'Y'.
           05  WK-AGR-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-AGR-EOF                    VALUE 'Y'.
           05  WK-NRT-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-NRT-EOF                    VALUE 'Y'.
           05  WK-RCL-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-RCL-EOF                    VALUE 'Y'.
           05  WK-RCL-FOUND-FLG        PIC X(01) VALUE 'N'.
               88  WK-RCL-FOUND                  VALUE 'Y'.
           05  WK-SRD-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-SRD-EOF                    VALUE 'Y'.
           05  WK-APP-LOADED-FLG       PIC X(01) VALUE 'N'.
               88  WK-APP-LOADED                 VALUE 'Y'.
           05  WK-ACCT-CNT             PIC 9(09) VALUE ZEROS.
           05  WK-TIER-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-NOAPP-CNT            PIC 9(07) VALUE ZEROS.
           05  WK-DIFF-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-OVER-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-NOCEIL-CNT           PIC 9(07) VALUE ZEROS.
           05  WK-BR-TIER-CNT          PIC 9(05) VALUE ZEROS.
           05  WK-BR-FLAG-CNT          PIC 9(05) VALUE ZEROS.
      *    账户名下已批准生效申请(每账户装载一次)
       01  WK-APP-TBL.
           05  WK-AP-CNT               PIC 9(03) COMP VALUE ZEROS.
           05  WK-AP-ENT               OCCURS 100 TIMES.
               10  WK-AP-CURR-COD      PIC X(03).
               10  WK-AP-CURR-IDEN     PIC X(01).
               10  WK-AP-FL-NO-N       PIC 9(02).
               10  WK-AP-SEQ-N         PIC 9(05).
               10  WK-AP-PROD-COD      PIC X(11).
               10  WK-AP-TERM-COD      PIC X(03).
               10  WK-AP-PROP-RATE     PIC S9(03)V9(05) COMP-3.
               10  WK-AP-APPR-TLR      PIC X(12).
               10  WK-AP-APPR-LVL      PIC X(01).
               10  WK-AP-APPR-DT       PIC X(08).
       01  WK-IX                       PIC 9(04) COMP.
       01  WK-HIT                      PIC 9(04) COMP.
       01  RPT-AMT-ED                  PIC -----------------9.99.
       01  RPT-RATE-ED                 PIC -ZZ9.99999.
       01  RPT-RATE-ED2                PIC -ZZ9.99999.
       01  RPT-RATE-ED3                PIC -ZZ9.99999.
       01  RPT-FLAG                    PIC X(15).
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2010-OPEN-ACN-RTN.
           PERFORM 2000-SCAN-ACN-RTN UNTIL WK-ACN-EOF.
           PERFORM 5000-REPORT-RTN.
           PERFORM 9000-END-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSARNRT'.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  WK-APP-TBL.
           MOVE SPACES                 TO AIF-MSG-CODE.
           MOVE SYS-BUSN-DT            TO WK-BUSN-DT.
           OPEN OUTPUT                 WRK-FILE
                                       RPT-FILE.

       2010-OPEN-ACN-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNACN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GN                  TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNACN
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-ACN-EOF            TO TRUE
           END-IF.

       2000-SCAN-ACN-RTN.
           ADD 1                       TO WK-ACCT-CNT.
           MOVE 'N'                    TO WK-APP-LOADED-FLG.
           IF SA-ACCT-STS OF SAACNACN NOT = '1'
           THEN
             PERFORM 3000-SCAN-AMT-RTN
           END-IF.
           PERFORM 2020-NEXT-ACN-RTN.

       2020-NEXT-ACN-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GN                  TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNACN
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-ACN-EOF            TO TRUE
           END-IF.

      *    协定存款须已生效且未解约
       3000-SCAN-AMT-RTN.
           MOVE 'N'                    TO WK-AMT-EOF-FLG.
           PERFORM 3010-OPEN-AMT-RTN.
           PERFORM 3020-AMT-LOOP-RTN UNTIL WK-AMT-EOF.

       3010-OPEN-AMT-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNAMT.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GHNP                TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SAACNAMT'             TO DBI-SEGMENT-NAME(2).
           MOVE SA-ACCT-NO OF SAACNACN TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(2 , 1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNAMT
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-AMT-EOF            TO TRUE
           END-IF.

       3020-AMT-LOOP-RTN.
           IF SA-DDP-ACCT-STS OF SAACNAMT NOT = C-SA-CLOSED-COD AND
              SA-NGO-AVAL-DT OF SAACNAMT NOT = SPACES AND
              SA-NGO-AVAL-DT OF SAACNAMT NOT > WK-BUSN-DT AND
              (SA-NGO-CNCL-DT OF SAACNAMT = SPACES OR
               SA-NGO-CNCL-DT OF SAACNAMT > WK-BUSN-DT)
           THEN
             MOVE SA-CURR-COD OF SAACNAMT
                                       TO WK-CURR-COD
             MOVE SA-CURR-IDEN OF SAACNAMT
                                       TO WK-CURR-IDEN
             IF NOT WK-APP-LOADED
             THEN
               PERFORM 3100-LOAD-APP-RTN
             END-IF
             PERFORM 4000-SCAN-AGR-RTN
           END-IF.
           PERFORM 3030-NEXT-AMT-RTN.

       3030-NEXT-AMT-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GHNP                TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SAACNAMT'             TO DBI-SEGMENT-NAME(2).
           MOVE '0'                    TO DBI-CMD-CODE(2 , 1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNAMT
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-AMT-EOF            TO TRUE
           END-IF.

      *    装载账户名下已批准生效申请
       3100-LOAD-APP-RTN.
           SET WK-APP-LOADED           TO TRUE.
           MOVE ZEROS                  TO WK-AP-CNT.
           MOVE 'N'                    TO WK-NRT-EOF-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SANRTAPP.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSANRTD'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SANRTAPP'             TO DBI-SEGMENT-NAME(1).
           MOVE SA-ACCT-NO OF SAACNACN TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(1 , 1).
           MOVE 97                     TO DBI-DB-SEQUENCE.
           PERFORM 3110-APP-LOOP-RTN UNTIL WK-NRT-EOF.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SANRTAPP
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.

       3110-APP-LOOP-RTN.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SANRTAPP
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-NRT-EOF            TO TRUE
           ELSE
             IF SA-NRT-STS = '1' AND WK-AP-CNT < 100
             THEN
               ADD 1                   TO WK-AP-CNT
               MOVE SA-NRT-CURR-COD    TO WK-AP-CURR-COD(WK-AP-CNT)
               MOVE SA-NRT-CURR-IDEN   TO WK-AP-CURR-IDEN(WK-AP-CNT)
               MOVE SA-NRT-FL-NO-N     TO WK-AP-FL-NO-N(WK-AP-CNT)
               MOVE SA-NRT-APP-SEQ-N   TO WK-AP-SEQ-N(WK-AP-CNT)
               MOVE SA-NRT-PROD-COD    TO WK-AP-PROD-COD(WK-AP-CNT)
               MOVE SA-NRT-TERM-COD    TO WK-AP-TERM-COD(WK-AP-CNT)
               MOVE SA-NRT-PROP-RATE   TO WK-AP-PROP-RATE(WK-AP-CNT)
               MOVE SA-NRT-APPR-TLR    TO WK-AP-APPR-TLR(WK-AP-CNT)
               MOVE SA-NRT-APPR-LVL    TO WK-AP-APPR-LVL(WK-AP-CNT)
               MOVE SA-NRT-APPR-DT     TO WK-AP-APPR-DT(WK-AP-CNT)
             END-IF
             MOVE '0'                  TO DBI-CMD-CODE(1 , 1)
           END-IF.

       4000-SCAN-AGR-RTN.
           MOVE 'N'                    TO WK-AGR-EOF-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNAGR.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SAACNAMT'             TO DBI-SEGMENT-NAME(2).
           MOVE 'SAACNAGR'             TO DBI-SEGMENT-NAME(3).
           MOVE SA-ACCT-NO OF SAACNACN TO DBI-KEY-VALUE1(1).
           MOVE WK-SAACNAMT-KEY        TO DBI-KEY-VALUE1(2).
           MOVE '1'                    TO DBI-CMD-CODE(3 , 1).
           MOVE 98                     TO DBI-DB-SEQUENCE.
           PERFORM 4010-AGR-LOOP-RTN UNTIL WK-AGR-EOF.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNAGR
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.

       4010-AGR-LOOP-RTN.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNAGR
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-AGR-EOF            TO TRUE
           ELSE
             IF SA-NGO-CNCL-DT OF SAACNAGR = SPACES OR
                SA-NGO-CNCL-DT OF SAACNAGR > WK-BUSN-DT
             THEN
               PERFORM 4100-TIER-RTN
             END-IF
             MOVE '0'                  TO DBI-CMD-CODE(3 , 1)
           END-IF.

      *    生效分层:对批准申请及现行上限,写报表工作记录
       4100-TIER-RTN.
           ADD 1                       TO WK-TIER-CNT.
           MOVE SPACES                 TO WK-NRT-REC.
           MOVE SA-OPAC-INSTN-NO OF SAACNACN
                                       TO WN-BRANCH-STD.
           MOVE SA-ACCT-NO OF SAACNACN TO WN-ACCT-NO.
           MOVE WK-CURR-COD            TO WN-CURR-COD.
           MOVE WK-CURR-IDEN           TO WN-CURR-IDEN.
           MOVE SA-NGO-FL-NO-N         TO WN-FL-NO-N.
           MOVE SA-CUST-NAME OF SAACNACN
                                       TO WN-CUST-NAME.
           MOVE SA-PDP-CODE OF SAACNACN
                                       TO WN-PROD-COD.
           MOVE SA-NGO-AMT             TO WN-NGO-AMT.
           MOVE SA-NGO-RATE            TO WN-NGO-RATE.
           MOVE ZEROS                  TO WN-APP-SEQ-N
                                          WN-CEIL-RATE
                                          WN-HEADROOM.
           MOVE ZEROS                  TO WK-HIT.
           MOVE 1                      TO WK-IX.
           PERFORM 4110-FIND-APP-RTN
                   UNTIL WK-IX > WK-AP-CNT OR WK-HIT > ZEROS.
           IF WK-HIT = ZEROS
           THEN
             MOVE 'N'                  TO WN-FLAG
             ADD 1                     TO WK-NOAPP-CNT
           ELSE
             MOVE WK-AP-SEQ-N(WK-HIT)  TO WN-APP-SEQ-N
             MOVE WK-AP-TERM-COD(WK-HIT)
                                       TO WN-TERM-COD
             MOVE WK-AP-APPR-TLR(WK-HIT)
                                       TO WN-APPR-TLR
             MOVE WK-AP-APPR-LVL(WK-HIT)
                                       TO WN-APPR-LVL
             MOVE WK-AP-APPR-DT(WK-HIT)
                                       TO WN-APPR-DT
             MOVE WK-AP-PROD-COD(WK-HIT)
                                       TO WK-CEIL-KEY(1:11)
             MOVE WK-AP-TERM-COD(WK-HIT)
                                       TO WK-CEIL-KEY(12:3)
             PERFORM 4200-FIND-CEIL-RTN
             IF WK-RCL-FOUND
             THEN
               MOVE SA-RCL-EFF-DT      TO WN-CEIL-EFF-DT
               MOVE SA-RCL-CEIL-RATE   TO WN-CEIL-RATE
               COMPUTE WN-HEADROOM = SA-RCL-CEIL-RATE - SA-NGO-RATE
             END-IF
             EVALUATE TRUE
               WHEN SA-NGO-RATE NOT = WK-AP-PROP-RATE(WK-HIT)
                 MOVE 'D'              TO WN-FLAG
                 ADD 1                 TO WK-DIFF-CNT
               WHEN NOT WK-RCL-FOUND
                 MOVE 'C'              TO WN-FLAG
                 ADD 1                 TO WK-NOCEIL-CNT
               WHEN WN-HEADROOM < ZEROS
                 MOVE 'O'              TO WN-FLAG
                 ADD 1                 TO WK-OVER-CNT
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.
           WRITE WRK-LINE              FROM WK-NRT-REC.

       4110-FIND-APP-RTN.
           IF WK-AP-CURR-COD(WK-IX) = WK-CURR-COD AND
              WK-AP-CURR-IDEN(WK-IX) = WK-CURR-IDEN AND
              WK-AP-FL-NO-N(WK-IX) = SA-NGO-FL-NO-N
           THEN
             MOVE WK-IX                TO WK-HIT
           END-IF.
           ADD 1                       TO WK-IX.

      *    当日有效上限:同产品+期限档次生效日不晚于当日者取最后一条
       4200-FIND-CEIL-RTN.
           MOVE 'N'                    TO WK-RCL-EOF-FLG.
           MOVE 'N'                    TO WK-RCL-FOUND-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SARTCEIL.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSARCLD'              TO DBI-DB-NAME.
           MOVE FT-GN                  TO DBI-FT-NAME.
           MOVE 'SARTCEIL'             TO DBI-SEGMENT-NAME(1).
           MOVE WK-CEIL-KEY(1:14)      TO DBI-KEY-VALUE1(1).
           MOVE '00000000'             TO DBI-KEY-VALUE1(1)(15:8).
           MOVE '> '                   TO DBI-OP1(1).
           MOVE 96                     TO DBI-DB-SEQUENCE.
           PERFORM 4210-CEIL-LOOP-RTN UNTIL WK-RCL-EOF.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SARTCEIL
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF WK-RCL-FOUND
           THEN
             INITIALIZE                PDBIMAIN
             INITIALIZE                SARTCEIL
             MOVE FT-RTRN-NOTFOUND     TO DBI-NORMAL-STATUS(1)
             MOVE 'BSARCLD'            TO DBI-DB-NAME
             MOVE FT-GU                TO DBI-FT-NAME
             MOVE 'SARTCEIL'           TO DBI-SEGMENT-NAME(1)
             MOVE WK-CEIL-KEY          TO DBI-KEY-VALUE1(1)
             CALL 'GDBIMAIN' USING     PDBIMAIN
                                       SARTCEIL
                                       AIF-AREA
             PERFORM 9900-CHECK-DBI-RTN
           END-IF.

       4210-CEIL-LOOP-RTN.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SARTCEIL
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND OR
              SA-RCL-KEY(1:14) NOT = WK-CEIL-KEY(1:14) OR
              SA-RCL-EFF-DT > WK-BUSN-DT
           THEN
             SET WK-RCL-EOF            TO TRUE
           ELSE
             IF SA-RCL-STS = '0'
             THEN
               SET WK-RCL-FOUND        TO TRUE
               MOVE SA-RCL-EFF-DT      TO WK-CEIL-KEY(15:8)
             END-IF
           END-IF.

      ****************************************************************
      *    按开户机构排序出表                                        *
      ****************************************************************
       5000-REPORT-RTN.
           CLOSE                       WRK-FILE.
           SORT SRT-FILE
                ON ASCENDING KEY SR-SORT-KEY
                USING WRK-FILE
                GIVING SRD-FILE.
           OPEN INPUT                  SRD-FILE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '协议利率月报 营业日:' DELIMITED BY SIZE
                  WK-BUSN-DT           DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           MOVE LOW-VALUES             TO WK-RPT-BRANCH-STD.
           PERFORM 5010-READ-SRD-RTN.
           PERFORM 5100-SRD-LOOP-RTN UNTIL WK-SRD-EOF.
           IF WK-RPT-BRANCH-STD NOT = LOW-VALUES
           THEN
             PERFORM 5300-BR-TOTAL-RTN
           END-IF.
           CLOSE                       SRD-FILE.

       5010-READ-SRD-RTN.
           READ SRD-FILE               INTO WK-NRT-REC
             AT END
               SET WK-SRD-EOF          TO TRUE
           END-READ.

       5100-SRD-LOOP-RTN.
           IF WN-BRANCH-STD NOT = WK-RPT-BRANCH-STD
           THEN
             IF WK-RPT-BRANCH-STD NOT = LOW-VALUES
             THEN
               PERFORM 5300-BR-TOTAL-RTN
             END-IF
             MOVE WN-BRANCH-STD        TO WK-RPT-BRANCH-STD
             MOVE ZEROS                TO WK-BR-TIER-CNT
             MOVE ZEROS                TO WK-BR-FLAG-CNT
             MOVE SPACES               TO RPT-LINE
             STRING '开户机构:'        DELIMITED BY SIZE
                    WN-BRANCH-STD      DELIMITED BY SIZE
                                       INTO RPT-LINE
             WRITE RPT-LINE
           END-IF.
           PERFORM 5110-DETAIL-RTN.
           PERFORM 5010-READ-SRD-RTN.

       5110-DETAIL-RTN.
           ADD 1                       TO WK-BR-TIER-CNT.
           EVALUATE WN-FLAG
             WHEN 'N'
               MOVE '未经审批'         TO RPT-FLAG
             WHEN 'D'
               MOVE '与批准利率不符'   TO RPT-FLAG
             WHEN 'O'
               MOVE '超现行上限'       TO RPT-FLAG
             WHEN 'C'
               MOVE '无现行上限'       TO RPT-FLAG
             WHEN OTHER
               MOVE SPACES             TO RPT-FLAG
           END-EVALUATE.
           IF WN-FLAG NOT = SPACES
           THEN
             ADD 1                     TO WK-BR-FLAG-CNT
           END-IF.
           MOVE WN-NGO-AMT             TO RPT-AMT-ED.
           MOVE WN-NGO-RATE            TO RPT-RATE-ED.
           MOVE SPACES                 TO RPT-LINE.
           STRING ' 账号:'             DELIMITED BY SIZE
                  WN-ACCT-NO           DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WN-CURR-COD          DELIMITED BY SIZE
                  ' 分层'              DELIMITED BY SIZE
                  WN-FL-NO-N           DELIMITED BY SIZE
                  ' 起点:'             DELIMITED BY SIZE
                  RPT-AMT-ED           DELIMITED BY SIZE
                  ' 利率:'             DELIMITED BY SIZE
                  RPT-RATE-ED          DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  RPT-FLAG             DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           IF WN-FLAG NOT = 'N'
           THEN
             MOVE WN-CEIL-RATE         TO RPT-RATE-ED2
             MOVE WN-HEADROOM          TO RPT-RATE-ED3
             MOVE SPACES               TO RPT-LINE
             STRING '   申请'          DELIMITED BY SIZE
                    WN-APP-SEQ-N       DELIMITED BY SIZE
                    ' 审批:'           DELIMITED BY SIZE
                    WN-APPR-TLR        DELIMITED BY SIZE
                    ' 层级'            DELIMITED BY SIZE
                    WN-APPR-LVL        DELIMITED BY SIZE
                    ' '                DELIMITED BY SIZE
                    WN-APPR-DT         DELIMITED BY SIZE
                    ' 上限'            DELIMITED BY SIZE
                    WN-PROD-COD        DELIMITED BY SIZE
                    '/'                DELIMITED BY SIZE
                    WN-TERM-COD        DELIMITED BY SIZE
                    ' '                DELIMITED BY SIZE
                    WN-CEIL-EFF-DT     DELIMITED BY SIZE
                    ':'                DELIMITED BY SIZE
                    RPT-RATE-ED2       DELIMITED BY SIZE
                    ' 空间:'           DELIMITED BY SIZE
                    RPT-RATE-ED3       DELIMITED BY SIZE
                                       INTO RPT-LINE
             WRITE RPT-LINE
           END-IF.

       5300-BR-TOTAL-RTN.
           MOVE SPACES                 TO RPT-LINE.
           STRING ' 本机构生效分层数:' DELIMITED BY SIZE
                  WK-BR-TIER-CNT       DELIMITED BY SIZE
                  ' 异常:'             DELIMITED BY SIZE
                  WK-BR-FLAG-CNT       DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.

       9000-END-RTN.
           MOVE SPACES                 TO RPT-LINE.
           STRING '扫描账户数:'        DELIMITED BY SIZE
                  WK-ACCT-CNT          DELIMITED BY SIZE
                  ' 生效分层:'         DELIMITED BY SIZE
                  WK-TIER-CNT          DELIMITED BY SIZE
                  ' 未经审批:'         DELIMITED BY SIZE
                  WK-NOAPP-CNT         DELIMITED BY SIZE
                  ' 不符:'             DELIMITED BY SIZE
                  WK-DIFF-CNT          DELIMITED BY SIZE
                  ' 超上限:'           DELIMITED BY SIZE
                  WK-OVER-CNT          DELIMITED BY SIZE
                  ' 无上限:'           DELIMITED BY SIZE
                  WK-NOCEIL-CNT        DELIMITED BY SIZE
                                       INTO RPT-LINE.
           WRITE RPT-LINE.
           CLOSE                       RPT-FILE.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSARNRT'.

       9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS NOT = SPACES AND
              DBI-DB-STATUS NOT = DBI-NORMAL-STATUS(1)
           THEN
             CLOSE                       WRK-FILE
                                         RPT-FILE
             STOP RUN
           END-IF.
