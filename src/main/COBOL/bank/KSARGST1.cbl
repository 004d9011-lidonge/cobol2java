      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSARGST1".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSARGST1                                *
      * DESCRIPTION........: MONTHLY GROUP CONSOLIDATED STATEMENT    *
      *                      集团对账单月末生成:按集团总公司账号     *
      *                      汇总全部成员户(CCICOA1取归属总公司)   *
      *                      逐户逐币种期初/期末余额、对外收付;     *
      *                      总公司户归集明细按SA-GRP-MBR-ACCT-NO   *
      *                      归到成员列示归集划转;集团按币种合并   *
      *                      头寸;按总公司户SA-STMT-DLV-PREF交付   *
      *                      (空/1-纸质 2-电子 3-纸质+电子)        *
      *                      期初余额=期末余额-当月净动账,上年     *
      *                      年终调整明细不计当月收付(同KSARETM1)  *
      * KB/CF TO BE CALLED: CCICOA1                                  *
      * INPUT..............: (无)                                    *
      * OUTPUT.............: GSTMOUTF GESTOUTF                       *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAACND   SAACNACN       R                                   *
      * BSAACND   SAACNAMT       R                                   *
      * BSAACND   SAACNTXN       R                                   *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
      * ------------------------------------------------------------ *
      *                                                              *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WRK-FILE             ASSIGN TO GSTWRKWK
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT SRT-FILE             ASSIGN TO GSTSRTWK.
           SELECT SRO-FILE             ASSIGN TO GSTSRTOT
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT STM-FILE             ASSIGN TO GSTMOUTF
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT EST-FILE             ASSIGN TO GESTOUTF
                                       ORGANIZATION IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
       FD  WRK-FILE.
       01  WRK-REC                     PIC X(260).
       SD  SRT-FILE.
       01  SRT-REC.
           05  SR-HEAD-ACCT-NO         PIC X(32).
           05  SR-REC-TYP              PIC X(01).
           05  SR-ROLE                 PIC X(01).
           05  SR-ACCT-NO              PIC X(32).
           05  SR-CURR-COD             PIC X(03).
           05  SR-CURR-IDEN            PIC X(01).
           05  FILLER                  PIC X(190).
      *    汇总工作记录:1-账户币种段 2-总公司户成员归集
       FD  SRO-FILE.
       01  SRO-REC.
           05  WR-HEAD-ACCT-NO         PIC X(32).
           05  WR-REC-TYP              PIC X(01).
      *        H-总公司户 M-成员户
           05  WR-ROLE                 PIC X(01).
           05  WR-ACCT-NO              PIC X(32).
           05  WR-CURR-COD             PIC X(03).
           05  WR-CURR-IDEN            PIC X(01).
           05  WR-ACCT-NAME            PIC X(60).
           05  WR-OPEN-BAL             PIC S9(16)V9(2).
           05  WR-CLOSE-BAL            PIC S9(16)V9(2).
      *        类型1:对外收/付;类型2:划入/划出总公司户
           05  WR-IN-AMT               PIC S9(16)V9(2).
           05  WR-OUT-AMT              PIC S9(16)V9(2).
      *        类型1:本户账上归集划入/划出
           05  WR-SWP-IN-AMT           PIC S9(16)V9(2).
           05  WR-SWP-OUT-AMT          PIC S9(16)V9(2).
           05  WR-TXN-CNT              PIC 9(07).
           05  FILLER                  PIC X(15).
       FD  STM-FILE.
       01  STM-LINE                    PIC X(132).
      *    电子集团对账单记录:H-头 A-账户 S-归集 P-头寸 T-尾
       FD  EST-FILE.
       01  EST-REC.
           05  ES-REC-TYP              PIC X(01).
           05  ES-HEAD-ACCT-NO         PIC X(32).
           05  ES-STMT-MM              PIC X(06).
           05  ES-ACCT-NO              PIC X(32).
           05  ES-CURR-COD             PIC X(03).
           05  ES-CURR-IDEN            PIC X(01).
           05  ES-OPEN-BAL             PIC S9(14)V9(2).
           05  ES-CLOSE-BAL            PIC S9(14)V9(2).
           05  ES-IN-AMT               PIC S9(14)V9(2).
           05  ES-OUT-AMT              PIC S9(14)V9(2).
           05  ES-SWP-IN-AMT           PIC S9(14)V9(2).
           05  ES-SWP-OUT-AMT          PIC S9(14)V9(2).
           05  ES-ACCT-NAME            PIC X(60).
           05  FILLER                  PIC X(09).
      ****************************************************************
       WORKING-STORAGE SECTION.
      ****************************************************************
       01  PSACONST.
           COPY                        PSACONST.
       01  PCMCONST.
           COPY                        PCMCONST.
       01  PCICONST.
           COPY                        PCICONST.
       01  PCCICOA1.
           COPY                        PCCICOA1.
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
       01 SAACNTXN.
          COPY                         SAACNTXN.
      *    出单时回读总公司户:户名、交付偏好
       01 T-SAACNACN.
          COPY                         SAACNACN.
           COPY                        APPAREA.
       01  WK-AREA.
           05  WK-BUSN-DT              PIC X(08).
           05  WK-STMT-MM              PIC X(06).
           05  WK-HEAD-ACCT-NO         PIC X(32).
           05  WK-ROLE                 PIC X(01).
           05  WK-MM-DR-TOT            PIC S9(16)V9(2) COMP-3.
           05  WK-MM-CR-TOT            PIC S9(16)V9(2) COMP-3.
           05  WK-EXT-IN               PIC S9(16)V9(2) COMP-3.
           05  WK-EXT-OUT              PIC S9(16)V9(2) COMP-3.
           05  WK-SWP-IN               PIC S9(16)V9(2) COMP-3.
           05  WK-SWP-OUT              PIC S9(16)V9(2) COMP-3.
           05  WK-TXN-CNT              PIC 9(07).
           05  WK-AMT-KEY.
               10  WK-CURR-COD         PIC X(03).
               10  WK-CURR-IDEN        PIC X(01).
           05  WK-ACCT-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-GRP-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-PAPER-CNT            PIC 9(07) VALUE ZEROS.
           05  WK-ELEC-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-NOHEAD-CNT           PIC 9(07) VALUE ZEROS.
           05  WK-OVFL-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-PAPER-FLG            PIC X(01).
               88  WK-PAPER                      VALUE 'Y'.
           05  WK-ELEC-FLG             PIC X(01).
               88  WK-ELEC                       VALUE 'Y'.
           05  WK-SECT-TYP             PIC X(01).
           05  WK-ACN-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-ACN-EOF                    VALUE 'Y'.
           05  WK-AMT-EOF-FLG          PIC X(01).
               88  WK-AMT-EOF                    VALUE 'Y'.
           05  WK-TXN-EOF-FLG          PIC X(01).
               88  WK-TXN-EOF                    VALUE 'Y'.
           05  WK-SRO-EOF-FLG          PIC X(01) VALUE 'N'.
               88  WK-SRO-EOF                    VALUE 'Y'.
      *    总公司户归集明细按成员+币种累计
       01  WK-MBR-TBL.
           05  WK-MBR-CNT              PIC 9(04) COMP VALUE ZEROS.
           05  WK-MBR-ENT              OCCURS 500 TIMES.
               10  WK-MBR-ACCT-NO      PIC X(32).
               10  WK-MBR-NAME         PIC X(60).
               10  WK-MBR-KEY.
                   15  WK-MBR-CURR-COD PIC X(03).
                   15  WK-MBR-CURR-IDEN PIC X(01).
               10  WK-MBR-IN-AMT       PIC S9(16)V9(2) COMP-3.
               10  WK-MBR-OUT-AMT      PIC S9(16)V9(2) COMP-3.
               10  WK-MBR-TXN-CNT      PIC 9(07).
       01  WK-MBR-IX                   PIC 9(04) COMP.
       01  WK-MBR-HIT                  PIC 9(04) COMP.
      *    集团按币种合并头寸
       01  WK-POS-TBL.
           05  WK-POS-CNT              PIC 9(02) COMP VALUE ZEROS.
           05  WK-POS-ENT              OCCURS 20 TIMES.
               10  WK-POS-KEY.
                   15  WK-POS-CURR-COD PIC X(03).
                   15  WK-POS-CURR-IDEN PIC X(01).
               10  WK-POS-OPEN-BAL     PIC S9(16)V9(2) COMP-3.
               10  WK-POS-CLOSE-BAL    PIC S9(16)V9(2) COMP-3.
               10  WK-POS-IN-AMT       PIC S9(16)V9(2) COMP-3.
               10  WK-POS-OUT-AMT      PIC S9(16)V9(2) COMP-3.
               10  WK-POS-ACCT-CNT     PIC 9(05).
       01  WK-POS-IX                   PIC 9(02) COMP.
       01  WK-POS-HIT                  PIC 9(02) COMP.
       01  STM-HEAD.
           05  FILLER                  PIC X(16)
                                       VALUE '集团对账单 '.
           05  FILLER                  PIC X(05) VALUE ' 期:'.
           05  STM-H-MONTH             PIC X(06).
           05  FILLER                  PIC X(17)
                                       VALUE ' 总公司账号:'.
           05  STM-H-ACCT-NO           PIC X(32).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  STM-H-ACCT-NAME         PIC X(55).
       01  STM-ACCT-DETAIL.
           05  STM-A-ROLE              PIC X(09).
           05  STM-A-ACCT-NO           PIC X(32).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  STM-A-CURR-COD          PIC X(03).
           05  STM-A-OPEN-BAL          PIC -(10)9.99.
           05  STM-A-IN-AMT            PIC -(10)9.99.
           05  STM-A-OUT-AMT           PIC -(10)9.99.
           05  STM-A-SWP-IN-AMT        PIC -(10)9.99.
           05  STM-A-SWP-OUT-AMT       PIC -(10)9.99.
           05  STM-A-CLOSE-BAL         PIC -(10)9.99.
       01  STM-SWP-DETAIL.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  STM-S-MBR-ACCT-NO       PIC X(32).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  STM-S-CURR-COD          PIC X(03).
           05  STM-S-IN-AMT            PIC -(14)9.99.
           05  STM-S-OUT-AMT           PIC -(14)9.99.
           05  STM-S-NET-AMT           PIC -(14)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  STM-S-TXN-CNT           PIC Z(6)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  STM-S-MBR-NAME          PIC X(24).
       01  STM-POS-DETAIL.
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  STM-P-CURR-COD          PIC X(03).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  STM-P-CURR-IDEN         PIC X(01).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  STM-P-ACCT-CNT          PIC ZZZZ9.
           05  STM-P-OPEN-BAL          PIC -(14)9.99.
           05  STM-P-IN-AMT            PIC -(14)9.99.
           05  STM-P-OUT-AMT           PIC -(14)9.99.
           05  STM-P-CLOSE-BAL         PIC -(14)9.99.
           05  FILLER                  PIC X(35) VALUE SPACES.
      ****************************************************************
       PROCEDURE DIVISION.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-SCAN-ACN-RTN UNTIL WK-ACN-EOF.
           PERFORM 6000-SORT-RTN.
           PERFORM 7000-GEN-GRP-STMT-RTN.
           PERFORM 9000-END-RTN.
           STOP RUN.

       1000-INIT-RTN.
           ACCEPT WK-BUSN-DT           FROM DATE YYYYMMDD.
           MOVE WK-BUSN-DT             TO SYS-BUSN-DT.
           MOVE WK-BUSN-DT(1:6)        TO WK-STMT-MM.
           OPEN OUTPUT                 WRK-FILE
                                       STM-FILE
                                       EST-FILE.
           PERFORM 2010-OPEN-ACN-RTN.

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

      *    成员户(C-CI-BRA-OFF)经CCICOA1取归属总公司;其余集团
      *    签约户即总公司户本身
       2000-SCAN-ACN-RTN.
           IF SA-COA-FLG OF SAACNACN NOT = SPACES
           THEN
             IF SA-COA-FLG OF SAACNACN = C-CI-BRA-OFF
             THEN
               MOVE 'M'                TO WK-ROLE
               PERFORM 2100-GET-HEAD-RTN
             ELSE
               MOVE 'H'                TO WK-ROLE
               MOVE SA-ACCT-NO OF SAACNACN
                                       TO WK-HEAD-ACCT-NO
             END-IF
             IF WK-HEAD-ACCT-NO NOT = SPACES
             THEN
               ADD 1                   TO WK-ACCT-CNT
               MOVE ZEROS              TO WK-MBR-CNT
               PERFORM 3000-SCAN-AMT-RTN
               IF WK-ROLE = 'H'
               THEN
                 MOVE 1                TO WK-MBR-IX
                 PERFORM 3500-WRITE-SWP-RTN
                         UNTIL WK-MBR-IX > WK-MBR-CNT
               END-IF
             ELSE
               ADD 1                   TO WK-NOHEAD-CNT
             END-IF
           END-IF.
           PERFORM 2020-NEXT-ACN-RTN.

       2020-NEXT-ACN-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GN                  TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNACN
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-ACN-EOF            TO TRUE
           END-IF.

      *    集团归属:取成员户所属集团总公司账号,查不到的不出单
       2100-GET-HEAD-RTN.
           MOVE SPACES                 TO WK-HEAD-ACCT-NO.
           INITIALIZE                  PCCICOA1.
           MOVE SA-ACCT-NO OF SAACNACN TO I-ACCT-NO OF PCCICOA1.
           MOVE C-CI-BRA-OFF           TO I-HEAD-BRA-ACCT-FLAG
                                       OF PCCICOA1.
           CALL 'CCICOA1'              USING AIF-AREA
                                             PCCICOA1
                                             SYS-AREA.
           IF O-RTRN-CODE OF PCCICOA1 = SPACES
           THEN
             MOVE CI-HEAD-OFF-ACCT-NO OF O-CICOACOA OF PCCICOA1
                                       TO WK-HEAD-ACCT-NO
           END-IF.

       3000-SCAN-AMT-RTN.
           MOVE SPACES                 TO WK-AMT-EOF-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNAMT.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
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
           PERFORM 3020-AMT-LOOP-RTN UNTIL WK-AMT-EOF.

       3020-AMT-LOOP-RTN.
           IF SA-DDP-ACCT-STS OF SAACNAMT NOT = C-SA-CLOSED-COD
           THEN
             PERFORM 4000-SUM-ACCT-RTN
           END-IF.
           INITIALIZE                  PDBIMAIN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
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

      *    总公司户成员归集工作记录
       3500-WRITE-SWP-RTN.
           MOVE SPACES                 TO SRO-REC.
           MOVE WK-HEAD-ACCT-NO        TO WR-HEAD-ACCT-NO.
           MOVE '2'                    TO WR-REC-TYP.
           MOVE 'M'                    TO WR-ROLE.
           MOVE WK-MBR-ACCT-NO(WK-MBR-IX)
                                       TO WR-ACCT-NO.
           MOVE WK-MBR-CURR-COD(WK-MBR-IX)
                                       TO WR-CURR-COD.
           MOVE WK-MBR-CURR-IDEN(WK-MBR-IX)
                                       TO WR-CURR-IDEN.
           MOVE WK-MBR-NAME(WK-MBR-IX) TO WR-ACCT-NAME.
           MOVE ZEROS                  TO WR-OPEN-BAL
                                          WR-CLOSE-BAL
                                          WR-SWP-IN-AMT
                                          WR-SWP-OUT-AMT.
           MOVE WK-MBR-IN-AMT(WK-MBR-IX)
                                       TO WR-IN-AMT.
           MOVE WK-MBR-OUT-AMT(WK-MBR-IX)
                                       TO WR-OUT-AMT.
           MOVE WK-MBR-TXN-CNT(WK-MBR-IX)
                                       TO WR-TXN-CNT.
           WRITE WRK-REC               FROM SRO-REC.
           ADD 1                       TO WK-MBR-IX.

      *    单户单币种:当月明细分对外收付与归集划转,期初倒推
       4000-SUM-ACCT-RTN.
           MOVE SA-CURR-COD OF SAACNAMT
                                       TO WK-CURR-COD.
           MOVE SA-CURR-IDEN OF SAACNAMT
                                       TO WK-CURR-IDEN.
           MOVE ZEROS                  TO WK-MM-DR-TOT
                                          WK-MM-CR-TOT
                                          WK-EXT-IN
                                          WK-EXT-OUT
                                          WK-SWP-IN
                                          WK-SWP-OUT
                                          WK-TXN-CNT.
           MOVE SPACES                 TO WK-TXN-EOF-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNTXN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SAACNTXN'             TO DBI-SEGMENT-NAME(2).
           MOVE SA-ACCT-NO OF SAACNACN TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(2 , 1).
           PERFORM 4010-TXN-LOOP-RTN UNTIL WK-TXN-EOF.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNTXN
                                       AIF-AREA.
           MOVE SPACES                 TO SRO-REC.
           MOVE WK-HEAD-ACCT-NO        TO WR-HEAD-ACCT-NO.
           MOVE '1'                    TO WR-REC-TYP.
           MOVE WK-ROLE                TO WR-ROLE.
           MOVE SA-ACCT-NO OF SAACNACN TO WR-ACCT-NO.
           MOVE WK-CURR-COD            TO WR-CURR-COD.
           MOVE WK-CURR-IDEN           TO WR-CURR-IDEN.
           MOVE SA-ACCT-NAME OF SAACNACN
                                       TO WR-ACCT-NAME.
           MOVE SA-ACCT-BAL OF SAACNAMT
                                       TO WR-CLOSE-BAL.
           COMPUTE WR-OPEN-BAL = SA-ACCT-BAL OF SAACNAMT
                               - WK-MM-CR-TOT + WK-MM-DR-TOT.
           MOVE WK-EXT-IN              TO WR-IN-AMT.
           MOVE WK-EXT-OUT             TO WR-OUT-AMT.
           MOVE WK-SWP-IN              TO WR-SWP-IN-AMT.
           MOVE WK-SWP-OUT             TO WR-SWP-OUT-AMT.
           MOVE WK-TXN-CNT             TO WR-TXN-CNT.
           WRITE WRK-REC               FROM SRO-REC.

       4010-TXN-LOOP-RTN.
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       SAACNTXN
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             SET WK-TXN-EOF            TO TRUE
           ELSE
             IF SA-TX-DT OF SAACNTXN(1:6) = WK-STMT-MM AND
                SA-CURR-COD OF SAACNTXN = WK-CURR-COD AND
                SA-CURR-IDEN OF SAACNTXN = WK-CURR-IDEN
             THEN
      *        上年会计日期入账的年终调整明细不计当月收付
               IF SA-ACCT-DT OF SAACNTXN IS NUMERIC AND
                  SA-ACCT-DT OF SAACNTXN(1:4) < WK-STMT-MM(1:4)
               THEN
                 CONTINUE
               ELSE
                 PERFORM 4100-CLASSIFY-TXN-RTN
               END-IF
             END-IF
             MOVE '0'                  TO DBI-CMD-CODE(2 , 1)
           END-IF.

      *    总公司户:带成员账号的明细为成员归集,其余为对外收付;
      *    成员户:对方账号为总公司户的为归集划转,其余为对外收付
       4100-CLASSIFY-TXN-RTN.
           ADD 1                       TO WK-TXN-CNT.
           ADD SA-DR-AMT OF SAACNTXN   TO WK-MM-DR-TOT.
           ADD SA-CR-AMT OF SAACNTXN   TO WK-MM-CR-TOT.
           IF ( WK-ROLE = 'H' AND
                SA-GRP-MBR-ACCT-NO OF SAACNTXN NOT = SPACES ) OR
              ( WK-ROLE = 'M' AND
                SA-OP-ACCT-NO-32 OF SAACNTXN = WK-HEAD-ACCT-NO )
           THEN
             ADD SA-CR-AMT OF SAACNTXN TO WK-SWP-IN
             ADD SA-DR-AMT OF SAACNTXN TO WK-SWP-OUT
             IF WK-ROLE = 'H'
             THEN
               PERFORM 4200-ADD-MBR-RTN
             END-IF
           ELSE
             ADD SA-CR-AMT OF SAACNTXN TO WK-EXT-IN
             ADD SA-DR-AMT OF SAACNTXN TO WK-EXT-OUT
           END-IF.

      *    成员归集:总公司户贷方为划入总公司,借方为划回成员
       4200-ADD-MBR-RTN.
           MOVE ZEROS                  TO WK-MBR-HIT.
           MOVE 1                      TO WK-MBR-IX.
           PERFORM 4210-FIND-MBR-RTN
                   UNTIL WK-MBR-IX > WK-MBR-CNT
                      OR WK-MBR-HIT > ZEROS.
           IF WK-MBR-HIT = ZEROS
           THEN
             IF WK-MBR-CNT < 500
             THEN
               ADD 1                   TO WK-MBR-CNT
               MOVE WK-MBR-CNT         TO WK-MBR-HIT
               MOVE SA-GRP-MBR-ACCT-NO OF SAACNTXN
                                       TO WK-MBR-ACCT-NO(WK-MBR-HIT)
               MOVE SA-GRP-MBR-NAME OF SAACNTXN
                                       TO WK-MBR-NAME(WK-MBR-HIT)
               MOVE WK-AMT-KEY         TO WK-MBR-KEY(WK-MBR-HIT)
               MOVE ZEROS              TO WK-MBR-IN-AMT(WK-MBR-HIT)
               MOVE ZEROS              TO WK-MBR-OUT-AMT(WK-MBR-HIT)
               MOVE ZEROS              TO WK-MBR-TXN-CNT(WK-MBR-HIT)
             ELSE
               ADD 1                   TO WK-OVFL-CNT
             END-IF
           END-IF.
           IF WK-MBR-HIT > ZEROS
           THEN
             ADD SA-CR-AMT OF SAACNTXN TO WK-MBR-IN-AMT(WK-MBR-HIT)
             ADD SA-DR-AMT OF SAACNTXN TO WK-MBR-OUT-AMT(WK-MBR-HIT)
             ADD 1                     TO WK-MBR-TXN-CNT(WK-MBR-HIT)
           END-IF.

       4210-FIND-MBR-RTN.
           IF WK-MBR-ACCT-NO(WK-MBR-IX) =
              SA-GRP-MBR-ACCT-NO OF SAACNTXN AND
              WK-MBR-KEY(WK-MBR-IX) = WK-AMT-KEY
           THEN
             MOVE WK-MBR-IX            TO WK-MBR-HIT
           ELSE
             ADD 1                     TO WK-MBR-IX
           END-IF.

      *    按总公司户、记录类型、总公司户在前、账号、币种排列
       6000-SORT-RTN.
           CLOSE                       WRK-FILE.
           SORT SRT-FILE
                ON ASCENDING KEY SR-HEAD-ACCT-NO
                                 SR-REC-TYP
                                 SR-ROLE
                                 SR-ACCT-NO
                                 SR-CURR-COD
                                 SR-CURR-IDEN
                USING WRK-FILE
                GIVING SRO-FILE.

       7000-GEN-GRP-STMT-RTN.
           OPEN INPUT                  SRO-FILE.
           PERFORM 7010-READ-SRO-RTN.
           PERFORM 7100-GROUP-RTN UNTIL WK-SRO-EOF.
           CLOSE                       SRO-FILE.

       7010-READ-SRO-RTN.
           READ SRO-FILE
             AT END SET WK-SRO-EOF     TO TRUE
           END-READ.

      *    一个总公司户一份集团对账单
       7100-GROUP-RTN.
           MOVE WR-HEAD-ACCT-NO        TO WK-HEAD-ACCT-NO.
           MOVE ZEROS                  TO WK-POS-CNT.
           MOVE SPACES                 TO WK-SECT-TYP.
           PERFORM 7110-GET-HEAD-RTN.
           ADD 1                       TO WK-GRP-CNT.
           IF WK-PAPER
           THEN
             ADD 1                     TO WK-PAPER-CNT
             MOVE WK-STMT-MM           TO STM-H-MONTH
             MOVE WK-HEAD-ACCT-NO      TO STM-H-ACCT-NO
             MOVE SA-ACCT-NAME OF T-SAACNACN
                                       TO STM-H-ACCT-NAME
             WRITE STM-LINE            FROM STM-HEAD
           END-IF.
           IF WK-ELEC
           THEN
             ADD 1                     TO WK-ELEC-CNT
             MOVE SPACES               TO EST-REC
             MOVE 'H'                  TO ES-REC-TYP
             MOVE WK-HEAD-ACCT-NO      TO ES-HEAD-ACCT-NO
             MOVE WK-STMT-MM           TO ES-STMT-MM
             MOVE WK-HEAD-ACCT-NO      TO ES-ACCT-NO
             MOVE SA-ACCT-NAME OF T-SAACNACN
                                       TO ES-ACCT-NAME
             WRITE EST-REC
           END-IF.
           PERFORM 7200-DETAIL-RTN
                   UNTIL WK-SRO-EOF
                      OR WR-HEAD-ACCT-NO NOT = WK-HEAD-ACCT-NO.
           PERFORM 7400-WRITE-POS-RTN.

      *    交付偏好以总公司户为准:空/1-纸质 2-电子 3-纸质+电子;
      *    总公司户已不存在的按纸质出单
       7110-GET-HEAD-RTN.
           MOVE 'N'                    TO WK-PAPER-FLG.
           MOVE 'N'                    TO WK-ELEC-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  T-SAACNACN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE WK-HEAD-ACCT-NO        TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING       PDBIMAIN
                                       T-SAACNACN
                                       AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF SA-STMT-DLV-PREF OF T-SAACNACN NOT = '2'
           THEN
             SET WK-PAPER              TO TRUE
           END-IF.
           IF SA-STMT-DLV-PREF OF T-SAACNACN = '2' OR
              SA-STMT-DLV-PREF OF T-SAACNACN = '3'
           THEN
             SET WK-ELEC               TO TRUE
           END-IF.

       7200-DETAIL-RTN.
           IF WR-REC-TYP NOT = WK-SECT-TYP
           THEN
             MOVE WR-REC-TYP           TO WK-SECT-TYP
             PERFORM 7210-WRITE-SECT-RTN
           END-IF.
           IF WR-REC-TYP = '1'
           THEN
             PERFORM 7300-WRITE-ACCT-RTN
           ELSE
             PERFORM 7350-WRITE-SWP-RTN
           END-IF.
           PERFORM 7010-READ-SRO-RTN.

       7210-WRITE-SECT-RTN.
           IF WK-PAPER
           THEN
             MOVE SPACES               TO STM-LINE
             IF WK-SECT-TYP = '1'
             THEN
               MOVE '成员账户  账号/币种/期初'
                                       TO STM-LINE
               MOVE '/对外收/对外付/归集划入'
                                       TO STM-LINE(36:)
               MOVE '/归集划出/期末'   TO STM-LINE(69:)
             ELSE
               MOVE '归集划转  成员账号/币种'
                                       TO STM-LINE
               MOVE '/划入总公司/划回成员'
                                       TO STM-LINE(33:)
               MOVE '/净额/笔数/成员户名'
                                       TO STM-LINE(62:)
             END-IF
             WRITE STM-LINE
           END-IF.

       7300-WRITE-ACCT-RTN.
           IF WK-PAPER
           THEN
             MOVE SPACES               TO STM-ACCT-DETAIL
             IF WR-ROLE = 'H'
             THEN
               MOVE '总公司'           TO STM-A-ROLE
             ELSE
               MOVE '成员'             TO STM-A-ROLE
             END-IF
             MOVE WR-ACCT-NO           TO STM-A-ACCT-NO
             MOVE WR-CURR-COD          TO STM-A-CURR-COD
             MOVE WR-OPEN-BAL          TO STM-A-OPEN-BAL
             MOVE WR-IN-AMT            TO STM-A-IN-AMT
             MOVE WR-OUT-AMT           TO STM-A-OUT-AMT
             MOVE WR-SWP-IN-AMT        TO STM-A-SWP-IN-AMT
             MOVE WR-SWP-OUT-AMT       TO STM-A-SWP-OUT-AMT
             MOVE WR-CLOSE-BAL         TO STM-A-CLOSE-BAL
             WRITE STM-LINE            FROM STM-ACCT-DETAIL
           END-IF.
           IF WK-ELEC
           THEN
             MOVE SPACES               TO EST-REC
             MOVE 'A'                  TO ES-REC-TYP
             PERFORM 7360-FILL-EST-RTN
             MOVE WR-OPEN-BAL          TO ES-OPEN-BAL
             MOVE WR-CLOSE-BAL         TO ES-CLOSE-BAL
             MOVE WR-SWP-IN-AMT        TO ES-SWP-IN-AMT
             MOVE WR-SWP-OUT-AMT       TO ES-SWP-OUT-AMT
             WRITE EST-REC
           END-IF.
           PERFORM 7310-ADD-POS-RTN.

      *    集团头寸:各户同币种余额相加;对外收付即集团外资金
      *    进出,归集划转属集团内部不计
       7310-ADD-POS-RTN.
           MOVE ZEROS                  TO WK-POS-HIT.
           MOVE 1                      TO WK-POS-IX.
           PERFORM 7320-FIND-POS-RTN
                   UNTIL WK-POS-IX > WK-POS-CNT
                      OR WK-POS-HIT > ZEROS.
           IF WK-POS-HIT = ZEROS AND WK-POS-CNT < 20
           THEN
             ADD 1                     TO WK-POS-CNT
             MOVE WK-POS-CNT           TO WK-POS-HIT
             MOVE WR-CURR-COD          TO WK-POS-CURR-COD(WK-POS-HIT)
             MOVE WR-CURR-IDEN         TO WK-POS-CURR-IDEN(WK-POS-HIT)
             MOVE ZEROS                TO WK-POS-OPEN-BAL(WK-POS-HIT)
                                          WK-POS-CLOSE-BAL(WK-POS-HIT)
                                          WK-POS-IN-AMT(WK-POS-HIT)
                                          WK-POS-OUT-AMT(WK-POS-HIT)
                                          WK-POS-ACCT-CNT(WK-POS-HIT)
           END-IF.
           IF WK-POS-HIT > ZEROS
           THEN
             ADD WR-OPEN-BAL           TO WK-POS-OPEN-BAL(WK-POS-HIT)
             ADD WR-CLOSE-BAL          TO WK-POS-CLOSE-BAL(WK-POS-HIT)
             ADD WR-IN-AMT             TO WK-POS-IN-AMT(WK-POS-HIT)
             ADD WR-OUT-AMT            TO WK-POS-OUT-AMT(WK-POS-HIT)
             ADD 1                     TO WK-POS-ACCT-CNT(WK-POS-HIT)
           END-IF.

       7320-FIND-POS-RTN.
           IF WK-POS-CURR-COD(WK-POS-IX) = WR-CURR-COD AND
              WK-POS-CURR-IDEN(WK-POS-IX) = WR-CURR-IDEN
           THEN
             MOVE WK-POS-IX            TO WK-POS-HIT
           ELSE
             ADD 1                     TO WK-POS-IX
           END-IF.

       7350-WRITE-SWP-RTN.
           IF WK-PAPER
           THEN
             MOVE SPACES               TO STM-SWP-DETAIL
             MOVE WR-ACCT-NO           TO STM-S-MBR-ACCT-NO
             MOVE WR-CURR-COD          TO STM-S-CURR-COD
             MOVE WR-IN-AMT            TO STM-S-IN-AMT
             MOVE WR-OUT-AMT           TO STM-S-OUT-AMT
             COMPUTE STM-S-NET-AMT = WR-IN-AMT - WR-OUT-AMT
             MOVE WR-TXN-CNT           TO STM-S-TXN-CNT
             MOVE WR-ACCT-NAME         TO STM-S-MBR-NAME
             WRITE STM-LINE            FROM STM-SWP-DETAIL
           END-IF.
           IF WK-ELEC
           THEN
             MOVE SPACES               TO EST-REC
             MOVE 'S'                  TO ES-REC-TYP
             PERFORM 7360-FILL-EST-RTN
             MOVE ZEROS                TO ES-OPEN-BAL
                                          ES-CLOSE-BAL
                                          ES-SWP-IN-AMT
                                          ES-SWP-OUT-AMT
             WRITE EST-REC
           END-IF.

       7360-FILL-EST-RTN.
           MOVE WK-HEAD-ACCT-NO        TO ES-HEAD-ACCT-NO.
           MOVE WK-STMT-MM             TO ES-STMT-MM.
           MOVE WR-ACCT-NO             TO ES-ACCT-NO.
           MOVE WR-CURR-COD            TO ES-CURR-COD.
           MOVE WR-CURR-IDEN           TO ES-CURR-IDEN.
           MOVE WR-IN-AMT              TO ES-IN-AMT.
           MOVE WR-OUT-AMT             TO ES-OUT-AMT.
           MOVE WR-ACCT-NAME           TO ES-ACCT-NAME.

       7400-WRITE-POS-RTN.
           IF WK-PAPER
           THEN
             MOVE SPACES               TO STM-LINE
             MOVE '集团头寸  币种/钞汇/户数'
                                       TO STM-LINE
             MOVE '/期初/对外收'       TO STM-LINE(36:)
             MOVE '/对外付/期末'       TO STM-LINE(55:)
             WRITE STM-LINE
           END-IF.
           MOVE 1                      TO WK-POS-IX.
           PERFORM 7410-WRITE-POS-LINE-RTN
                   UNTIL WK-POS-IX > WK-POS-CNT.
           IF WK-PAPER
           THEN
             MOVE SPACES               TO STM-LINE
             WRITE STM-LINE
           END-IF.
           IF WK-ELEC
           THEN
             MOVE SPACES               TO EST-REC
             MOVE 'T'                  TO ES-REC-TYP
             MOVE WK-HEAD-ACCT-NO      TO ES-HEAD-ACCT-NO
             MOVE WK-STMT-MM           TO ES-STMT-MM
             MOVE ZEROS                TO ES-OPEN-BAL
                                          ES-CLOSE-BAL
                                          ES-IN-AMT
                                          ES-OUT-AMT
                                          ES-SWP-IN-AMT
                                          ES-SWP-OUT-AMT
             WRITE EST-REC
           END-IF.

       7410-WRITE-POS-LINE-RTN.
           IF WK-PAPER
           THEN
             MOVE SPACES               TO STM-POS-DETAIL
             MOVE WK-POS-CURR-COD(WK-POS-IX)
                                       TO STM-P-CURR-COD
             MOVE WK-POS-CURR-IDEN(WK-POS-IX)
                                       TO STM-P-CURR-IDEN
             MOVE WK-POS-ACCT-CNT(WK-POS-IX)
                                       TO STM-P-ACCT-CNT
             MOVE WK-POS-OPEN-BAL(WK-POS-IX)
                                       TO STM-P-OPEN-BAL
             MOVE WK-POS-IN-AMT(WK-POS-IX)
                                       TO STM-P-IN-AMT
             MOVE WK-POS-OUT-AMT(WK-POS-IX)
                                       TO STM-P-OUT-AMT
             MOVE WK-POS-CLOSE-BAL(WK-POS-IX)
                                       TO STM-P-CLOSE-BAL
             WRITE STM-LINE            FROM STM-POS-DETAIL
           END-IF.
           IF WK-ELEC
           THEN
             MOVE SPACES               TO EST-REC
             MOVE 'P'                  TO ES-REC-TYP
             MOVE WK-HEAD-ACCT-NO      TO ES-HEAD-ACCT-NO
             MOVE WK-STMT-MM           TO ES-STMT-MM
             MOVE WK-POS-CURR-COD(WK-POS-IX)
                                       TO ES-CURR-COD
             MOVE WK-POS-CURR-IDEN(WK-POS-IX)
                                       TO ES-CURR-IDEN
             MOVE WK-POS-OPEN-BAL(WK-POS-IX)
                                       TO ES-OPEN-BAL
             MOVE WK-POS-CLOSE-BAL(WK-POS-IX)
                                       TO ES-CLOSE-BAL
             MOVE WK-POS-IN-AMT(WK-POS-IX)
                                       TO ES-IN-AMT
             MOVE WK-POS-OUT-AMT(WK-POS-IX)
                                       TO ES-OUT-AMT
             MOVE ZEROS                TO ES-SWP-IN-AMT
                                          ES-SWP-OUT-AMT
             WRITE EST-REC
           END-IF.
           ADD 1                       TO WK-POS-IX.

       9000-END-RTN.
           MOVE SPACES                 TO STM-LINE.
           STRING '集团数: '           DELIMITED BY SIZE
                  WK-GRP-CNT           DELIMITED BY SIZE
                  '  纸质: '           DELIMITED BY SIZE
                  WK-PAPER-CNT         DELIMITED BY SIZE
                  '  电子: '           DELIMITED BY SIZE
                  WK-ELEC-CNT          DELIMITED BY SIZE
                  '  集团账户数: '     DELIMITED BY SIZE
                  WK-ACCT-CNT          DELIMITED BY SIZE
                                       INTO STM-LINE
           WRITE STM-LINE.
           IF WK-NOHEAD-CNT > ZEROS OR WK-OVFL-CNT > ZEROS
           THEN
             MOVE SPACES               TO STM-LINE
             STRING '未取到总公司的成员户数: '
                                       DELIMITED BY SIZE
                    WK-NOHEAD-CNT      DELIMITED BY SIZE
                    '  成员归集超出容量笔数: '
                                       DELIMITED BY SIZE
                    WK-OVFL-CNT        DELIMITED BY SIZE
                                       INTO STM-LINE
             WRITE STM-LINE
           END-IF.
           CLOSE                        STM-FILE
                                        EST-FILE.

       9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS NOT = SPACES AND
              DBI-DB-STATUS NOT = DBI-NORMAL-STATUS(1)
           THEN
             MOVE SPACES                TO STM-LINE
             STRING 'GDBIMAIN异常,DBI-DB-STATUS=' DELIMITED BY SIZE
                    DBI-DB-STATUS        DELIMITED BY SIZE
                                         INTO STM-LINE
             WRITE STM-LINE
             CLOSE                       STM-FILE
                                         EST-FILE
             STOP RUN
           END-IF.
