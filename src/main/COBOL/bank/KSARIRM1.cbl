      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSARIRM1".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/14.
      ****************************************************************
      * PROGRAM NAME.......: KSARIRM1                                *
      * DESCRIPTION........: INWARD REMITTANCE AUTO-POSTING (BMP)    *
      *                      跨行汇入自动入账批量:逐笔读入当日汇入    *
      *                      来账文件(头记录带笔数/金额控制合计),     *
      *                      收款账号存在、未销户、户名与SA-ACCT-     *
      *                      NAME完全一致且金额档收付范围允许收的,    *
      *                      以GSYSTRIG驱动KSADEP0入账(汇款人经       *
      *                      CWK-DRAWEE-*落明细对方栏位);其余及        *
      *                      KSADEP0拒绝的来账登记挂账登记簿,责任     *
      *                      机构取收款账户开户机构(户不存在时为      *
      *                      收报机构),由KSAIRS0解挂或退回;入账前    *
      *                      汇款人筛查制裁名单,疑似命中不入账,按     *
      *                      挂账原因6登记并挂起待合规审核            *
      *                      自动入账的来账亦按已解挂入账登记;重跑时 *
      *                      按清算参考号跳过已处理来账,不重复入账   *
      * KB/CF TO BE CALLED: KSADEP0 KSASCM0(GSYSTRIG)                *
      * INPUT..............: IRMINWIN                                *
      * OUTPUT.............: IRMPSTRP                                *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAACND   SAACNACN       R                                   *
      * BSAACND   SAACNAMT       R                                   *
      * BSAIRSD   SAIRSREG       R/I                                 *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
      * ------------------------------------------------------------ *
      *                                                              *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IRM-FILE             ASSIGN TO IRMINWIN
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE             ASSIGN TO IRMPSTRP
                                       ORGANIZATION IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *    来账盘格式:H-头(笔数/金额) D-明细;渠道 H-大额 B-小额
       FD  IRM-FILE.
       01  IRM-REC.
           05  IR-REC-TYP              PIC X(01).
           05  IR-CLR-REF-NO           PIC X(20).
           05  IR-CHNL                 PIC X(01).
           05  IR-PAYER-ACCT-NO        PIC X(32).
           05  IR-PAYER-BK-NO          PIC X(09).
           05  IR-PAYER-NAME           PIC X(120).
           05  IR-BENE-ACCT-NO         PIC X(32).
           05  IR-BENE-NAME            PIC X(120).
           05  IR-CURR-COD             PIC X(03).
           05  IR-AMT                  PIC 9(16)V9(2).
           05  IR-RMRK                 PIC X(62).
           05  FILLER                  PIC X(22).
       01  IRM-HEAD-REC REDEFINES IRM-REC.
           05  IH-REC-TYP              PIC X(01).
           05  IH-TOT-CNT              PIC 9(07).
           05  IH-TOT-AMT              PIC 9(16)V9(2).
           05  FILLER                  PIC X(414).
       FD  RPT-FILE.
       01  RPT-LINE                    PIC X(132).
      ****************************************************************
       WORKING-STORAGE SECTION.
      ****************************************************************
       01  PSACONST.
           COPY                        PSACONST.
       01  MEMCONST.
           COPY                        MEMCONST.
       01  PCMCONST.
           COPY                        PCMCONST.
       01  PKSADEP0.
           COPY                        PKSADEP0.
       01  PKSASCM0.
           COPY                        PKSASCM0.
       01  PKSAIRS0.
           COPY                        PKSAIRS0.
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
       01 SAIRSREG.
          COPY                         SAIRSREG.
       01  WK-AREA.
           05  WK-HEAD-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-HEAD-AMT             PIC S9(16)V9(2) COMP-3
                                                 VALUE ZEROS.
           05  WK-POST-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-POST-AMT             PIC S9(16)V9(2) COMP-3
                                                 VALUE ZEROS.
           05  WK-SUS-CNT              PIC 9(07) VALUE ZEROS.
           05  WK-SUS-AMT              PIC S9(16)V9(2) COMP-3
                                                 VALUE ZEROS.
           05  WK-SKIP-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-SKIP-AMT             PIC S9(16)V9(2) COMP-3
                                                 VALUE ZEROS.
           05  WK-SUS-SEQ              PIC 9(07) VALUE ZEROS.
           05  WK-EOF-FLG              PIC X(01) VALUE 'N'.
               88  WK-IRM-EOF                    VALUE 'Y'.
           05  WK-SUS-RSN              PIC X(01).
               88  WK-AUTO-POST                  VALUE SPACE.
           05  WK-MSG-CODE             PIC X(05).
           05  WK-OWN-BRANCH           PIC X(09).
           05  WK-CURR-IDEN            PIC X(01).
           05  WK-HOLD-NO              PIC X(24).
      *    重跑:当日已有登记时逐笔按清算参考号查已处理,直至首笔
      *    未处理来账
           05  WK-RESTART-FLG          PIC X(01).
               88  WK-RESTART                    VALUE 'Y'.
           05  WK-DONE-FLG             PIC X(01).
               88  WK-IRM-DONE                   VALUE 'Y'.
       01  RPT-DETAIL.
           05  RPT-OWN-BRANCH          PIC X(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-SEQ-N               PIC 9(07).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-BENE-ACCT-NO        PIC X(32).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-AMT                 PIC -(13)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-SUS-RSN             PIC X(01).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-MSG-CODE            PIC X(05).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  RPT-CLR-REF-NO          PIC X(20).
           05  FILLER                  PIC X(29) VALUE SPACES.
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
       01  CWK-APP-AREA.
           COPY                        CBCAAARE.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-REC-LOOP-RTN UNTIL WK-IRM-EOF.
           PERFORM 9000-END-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           SET ADDRESS OF CWK-APP-AREA TO APA-CAA-ADDR.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSARIRM'.
           INITIALIZE                  PKSADEP0.
           INITIALIZE                  PKSASCM0.
           INITIALIZE                  PKSAIRS0.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNACN.
           INITIALIZE                  SAACNAMT.
           INITIALIZE                  SAIRSREG.
           INITIALIZE                  WK-AREA.
           MOVE SPACES                 TO AIF-MSG-CODE.
           OPEN INPUT                  IRM-FILE.
           OPEN OUTPUT                 RPT-FILE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '跨行汇入挂账清单 '  DELIMITED BY SIZE
                  SYS-BUSN-DT          DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           PERFORM 1100-MAX-SUS-SEQ-RTN.
           IF WK-SUS-SEQ > 0
           THEN
             SET WK-RESTART            TO TRUE
           END-IF.
           READ IRM-FILE
             AT END SET WK-IRM-EOF     TO TRUE
           END-READ.

      *    当日挂账序号续排:重跑时接续已登记的最大序号
       1100-MAX-SUS-SEQ-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAIRSREG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAIRSD'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SAIRSREG'             TO DBI-SEGMENT-NAME(1).
           MOVE SYS-BUSN-DT            TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(1 , 1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           PERFORM 1110-SUS-SEQ-LOOP-RTN
                   UNTIL DBI-DB-STATUS = FT-RTRN-NOTFOUND.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAIRSREG
                                 AIF-AREA.

       1110-SUS-SEQ-LOOP-RTN.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAIRSREG
                                 AIF-AREA.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND
           THEN
             IF SA-IRS-SEQ-N > WK-SUS-SEQ
             THEN
               MOVE SA-IRS-SEQ-N       TO WK-SUS-SEQ
             END-IF
             MOVE '0'                  TO DBI-CMD-CODE(1 , 1)
           END-IF.

       2000-REC-LOOP-RTN.
           EVALUATE IR-REC-TYP
             WHEN 'H'
               MOVE IH-TOT-CNT         TO WK-HEAD-CNT
               MOVE IH-TOT-AMT         TO WK-HEAD-AMT
             WHEN 'D'
               PERFORM 3000-POST-ONE-RTN
           END-EVALUATE.
           READ IRM-FILE
             AT END SET WK-IRM-EOF     TO TRUE
           END-READ.

      *    逐笔:重跑时已处理的来账跳过不重复入账或挂账
       3000-POST-ONE-RTN.
           MOVE 'N'                    TO WK-DONE-FLG.
           IF WK-RESTART
           THEN
             PERFORM 3050-CHECK-DONE-RTN
           END-IF.
           IF WK-IRM-DONE
           THEN
             ADD 1                     TO WK-SKIP-CNT
             ADD IR-AMT                TO WK-SKIP-AMT
           ELSE
             PERFORM 3010-POST-NEW-RTN
           END-IF.

      *    先做户名/户状态/收付范围预检,过者驱动KSADEP0入账并
      *    登记已入账;未过或KSADEP0拒绝的落挂账登记簿
       3010-POST-NEW-RTN.
           MOVE SPACES                 TO WK-SUS-RSN.
           MOVE SPACES                 TO WK-MSG-CODE.
           MOVE SYS-BRANCH-STD         TO WK-OWN-BRANCH.
           PERFORM 3100-PRE-CHECK-RTN.
           IF WK-AUTO-POST
           THEN
             PERFORM 3150-SCREEN-PAYER-RTN
           END-IF.
           IF WK-AUTO-POST
           THEN
             PERFORM 3200-CREDIT-RTN
           END-IF.
           PERFORM 3310-SET-IRS-RTN.
           IF WK-AUTO-POST
           THEN
             PERFORM 3500-INSERT-POSTED-RTN
             ADD 1                     TO WK-POST-CNT
             ADD IR-AMT                TO WK-POST-AMT
           ELSE
             IF WK-SUS-RSN = '6' AND
                WK-MSG-CODE = SPACES
             THEN
               PERFORM 3400-REG-HOLD-RTN
             END-IF
             PERFORM 3300-INSERT-SUS-RTN
           END-IF.
      *    入账笔与挂账登记均落检查点,提交范围按笔隔离
           CALL 'GSYSCKPT' USING       AIF-AREA.

      *    当日登记(挂账及已入账)中查本笔清算参考号;未查到即
      *    自本笔起为新来账,不再查
       3050-CHECK-DONE-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAIRSREG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAIRSD'              TO DBI-DB-NAME.
           MOVE FT-GNP                 TO DBI-FT-NAME.
           MOVE 'SAIRSREG'             TO DBI-SEGMENT-NAME(1).
           MOVE SYS-BUSN-DT            TO DBI-KEY-VALUE1(1).
           MOVE '1'                    TO DBI-CMD-CODE(1 , 1).
           MOVE 99                     TO DBI-DB-SEQUENCE.
           PERFORM 3060-DONE-LOOP-RTN
                   UNTIL DBI-DB-STATUS = FT-RTRN-NOTFOUND OR
                         WK-IRM-DONE.
           MOVE FT-CLOSE-C             TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAIRSREG
                                 AIF-AREA.
           IF NOT WK-IRM-DONE
           THEN
             MOVE 'N'                  TO WK-RESTART-FLG
           END-IF.

       3060-DONE-LOOP-RTN.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAIRSREG
                                 AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND
           THEN
             IF SA-IRS-CLR-REF-NO = IR-CLR-REF-NO
             THEN
               SET WK-IRM-DONE         TO TRUE
             END-IF
             MOVE '0'                  TO DBI-CMD-CODE(1 , 1)
           END-IF.

      *    预检:账户不存在2 已销户3 户名不符1 收付范围禁止收4
       3100-PRE-CHECK-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNACN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE IR-BENE-ACCT-NO        TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAACNACN
                                 AIF-AREA.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE '2'                  TO WK-SUS-RSN
           ELSE
             MOVE SA-OPAC-INSTN-NO OF SAACNACN
                                       TO WK-OWN-BRANCH
             IF SA-ACCT-STS OF SAACNACN = C-SA-CLOSED-COD
             THEN
               MOVE '3'                TO WK-SUS-RSN
             ELSE
               IF IR-BENE-NAME NOT = SA-ACCT-NAME OF SAACNACN
               THEN
                 MOVE '1'              TO WK-SUS-RSN
               ELSE
                 PERFORM 3110-CHECK-RANG-RTN
               END-IF
             END-IF
           END-IF.

      *    人民币来账入钞户,外币来账入汇户
       3110-CHECK-RANG-RTN.
           IF IR-CURR-COD = C-CM-RMB-COD
           THEN
             MOVE C-SA-RMB-CURR-IDEN   TO WK-CURR-IDEN
           ELSE
             MOVE C-CM-EXC-ID          TO WK-CURR-IDEN
           END-IF.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNAMT.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'SAACNAMT'             TO DBI-SEGMENT-NAME(2).
           MOVE IR-BENE-ACCT-NO        TO DBI-KEY-VALUE1(1).
           STRING IR-CURR-COD, WK-CURR-IDEN
                         DELIMITED BY SIZE INTO DBI-KEY-VALUE1(2).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAACNAMT
                                 AIF-AREA.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE '2'                  TO WK-SUS-RSN
           ELSE
             IF SA-RCV-PAY-RANG OF SAACNAMT = C-SA-RPR-PAY-ONLY OR
                SA-RCV-PAY-RANG OF SAACNAMT = C-SA-RPR-NONE
             THEN
               MOVE '4'                TO WK-SUS-RSN
             END-IF
           END-IF.

      *    汇款人户名/行号筛查制裁名单:疑似命中挂账原因6,不入账;
      *    筛查本身失败的不入账,按入账失败挂账,解挂时重新筛查
       3150-SCREEN-PAYER-RTN.
           MOVE SPACES                 TO AIF-MSG-CODE.
           MOVE C-CM-FLAG-YES          TO AIF-ERR-TRAP-FLG.
           INITIALIZE                  PKSASCM0.
           MOVE '1'                    TO I-FUN-CODE OF PKSASCM0.
           MOVE IR-PAYER-NAME          TO I-CP-NAME OF PKSASCM0.
           MOVE IR-PAYER-BK-NO         TO I-CP-BANK-NO OF PKSASCM0.
           MOVE IR-PAYER-ACCT-NO       TO I-CP-ACCT-NO OF PKSASCM0.
           CALL 'GSYSTRIG'             USING APA-AREA
                                             PKSASCM0
                                       CONTENT 'KSASCM0 '.
           MOVE C-CM-FLAG-NO           TO AIF-ERR-TRAP-FLG.
           IF AIF-MSG-CODE NOT = SPACES OR
              O-RTRN-CODE OF PKSASCM0 NOT = SPACES
           THEN
             MOVE '5'                  TO WK-SUS-RSN
             IF AIF-MSG-CODE NOT = SPACES
             THEN
               MOVE AIF-MSG-CODE       TO WK-MSG-CODE
             ELSE
               MOVE O-RTRN-CODE OF PKSASCM0
                                       TO WK-MSG-CODE
             END-IF
             MOVE SPACES               TO AIF-MSG-CODE
           ELSE
             IF O-HIT-FLG OF PKSASCM0 = '1'
             THEN
               MOVE '6'                TO WK-SUS-RSN
             END-IF
           END-IF.

      *    驱动KSADEP0入账:与柜面存入完全相同的校验与过账,
      *    汇款人经CWK-DRAWEE-*落明细对方栏位;逐笔容错.KSADEP0
      *    按同一汇款人照常筛查,与3150段结果一致;万一挂起,合规
      *    挂起已由KSADEP0登记,本笔按原因6挂账不再另行登记,
      *    挂账留待KSAIRS0不得解挂或退回,防止重复入账
       3200-CREDIT-RTN.
           MOVE SPACES                 TO AIF-MSG-CODE.
           MOVE C-CM-FLAG-YES          TO AIF-ERR-TRAP-FLG.
           MOVE IR-PAYER-ACCT-NO       TO CWK-DRAWEE-ACCT-NO.
           MOVE IR-PAYER-NAME          TO CWK-DRAWEE-NAME.
           MOVE IR-PAYER-BK-NO         TO CWK-DRAWEE-BK-NO.
           INITIALIZE                  PKSADEP0.
           MOVE IR-BENE-ACCT-NO        TO I-ACCT-NO    OF PKSADEP0.
           MOVE IR-CURR-COD            TO I-CURR-COD   OF PKSADEP0.
           MOVE WK-CURR-IDEN           TO I-CURR-IDEN  OF PKSADEP0.
           MOVE IR-AMT                 TO I-AMT        OF PKSADEP0.
           MOVE C-CM-TXTYP-TR          TO I-TX-TYP     OF PKSADEP0.
           MOVE SYS-BUSN-DT            TO I-VAL-DT     OF PKSADEP0.
           MOVE SYS-BUSN-DT            TO I-TX-DT      OF PKSADEP0.
           MOVE C-IRM-DEP OF MEMCONST  TO I-DSCRP-COD  OF PKSADEP0.
           MOVE IR-RMRK                TO I-RMRK       OF PKSADEP0.
           CALL 'GSYSTRIG'             USING APA-AREA
                                             PKSADEP0
                                       CONTENT 'KSADEP0 '.
           MOVE C-CM-FLAG-NO           TO AIF-ERR-TRAP-FLG.
           IF AIF-MSG-CODE NOT = SPACES OR
              O-RTRN-CODE OF PKSADEP0 NOT = SPACES
           THEN
             MOVE '5'                  TO WK-SUS-RSN
             IF AIF-MSG-CODE NOT = SPACES
             THEN
               MOVE AIF-MSG-CODE       TO WK-MSG-CODE
             ELSE
               MOVE O-RTRN-CODE OF PKSADEP0
                                       TO WK-MSG-CODE
             END-IF
             MOVE SPACES               TO AIF-MSG-CODE
           ELSE
             IF O-SCN-HOLD-FLG OF PKSADEP0 = '1'
             THEN
               MOVE '6'                TO WK-SUS-RSN
               MOVE 'EN466'            TO WK-MSG-CODE
             END-IF
           END-IF.

      *    登记挂账:状态挂账,责任机构随预检结果
       3300-INSERT-SUS-RTN.
           MOVE WK-SUS-RSN             TO SA-IRS-SUS-RSN.
           MOVE WK-MSG-CODE            TO SA-IRS-MSG-CODE.
           MOVE '0'                    TO SA-IRS-STS.
           PERFORM 3320-ISRT-IRS-RTN.
           ADD 1                       TO WK-SUS-CNT.
           ADD IR-AMT                  TO WK-SUS-AMT.
           MOVE SPACES                 TO RPT-DETAIL.
           MOVE WK-OWN-BRANCH          TO RPT-OWN-BRANCH.
           MOVE WK-SUS-SEQ             TO RPT-SEQ-N.
           MOVE IR-BENE-ACCT-NO        TO RPT-BENE-ACCT-NO.
           MOVE IR-AMT                 TO RPT-AMT.
           MOVE WK-SUS-RSN             TO RPT-SUS-RSN.
           MOVE WK-MSG-CODE            TO RPT-MSG-CODE.
           MOVE IR-CLR-REF-NO          TO RPT-CLR-REF-NO.
           WRITE RPT-LINE              FROM RPT-DETAIL.

      *    登记要素取来账,当日序号续排
       3310-SET-IRS-RTN.
           ADD 1                       TO WK-SUS-SEQ.
           INITIALIZE                  SAIRSREG.
           MOVE SYS-BUSN-DT            TO SA-IRS-RCV-DT.
           MOVE WK-SUS-SEQ             TO SA-IRS-SEQ-N.
           MOVE IR-CLR-REF-NO          TO SA-IRS-CLR-REF-NO.
           MOVE IR-CHNL                TO SA-IRS-CHNL.
           MOVE IR-PAYER-ACCT-NO       TO SA-IRS-PAYER-ACCT-NO.
           MOVE IR-PAYER-BK-NO         TO SA-IRS-PAYER-BK-NO.
           MOVE IR-PAYER-NAME          TO SA-IRS-PAYER-NAME.
           MOVE IR-BENE-ACCT-NO        TO SA-IRS-BENE-ACCT-NO.
           MOVE IR-BENE-NAME           TO SA-IRS-BENE-NAME.
           MOVE IR-CURR-COD            TO SA-IRS-CURR-COD.
           MOVE IR-AMT                 TO SA-IRS-AMT.
           MOVE IR-RMRK                TO SA-IRS-RMRK.
           MOVE WK-OWN-BRANCH          TO SA-IRS-OWN-BRANCH.
           MOVE SYS-LEGAL-PERSON-ID    TO SA-LEGAL-PERSON-ID
                                          OF SAIRSREG.
           MOVE SYS-PARTITION-ID       TO SA-DB-PARTITION-ID
                                          OF SAIRSREG.

       3320-ISRT-IRS-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAIRSD'              TO DBI-DB-NAME.
           MOVE FT-ISRT                TO DBI-FT-NAME.
           MOVE 'SAIRSREG'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAIRSREG
                                 AIF-AREA.
           PERFORM 9900-CHECK-DBI-RTN.

      *    登记合规审核挂起:留存该笔挂账的解挂入账参数区,合规
      *    放行后经KSAIRS0重新驱动入原收款账号;登记失败的按入账
      *    失败挂账,解挂时重新筛查
       3400-REG-HOLD-RTN.
           MOVE SPACES                 TO WK-HOLD-NO.
           STRING 'KSARIRM1'           DELIMITED BY SIZE
                  SYS-BUSN-DT          DELIMITED BY SIZE
                  WK-SUS-SEQ           DELIMITED BY SIZE
                                       INTO WK-HOLD-NO.
           INITIALIZE                  PKSAIRS0.
           MOVE '1'                    TO I-FUNC-COD OF PKSAIRS0.
           MOVE SYS-BUSN-DT            TO I-RCV-DT OF PKSAIRS0.
           MOVE WK-SUS-SEQ             TO I-SEQ-N OF PKSAIRS0.
           MOVE '3'                    TO I-FUN-CODE OF PKSASCM0.
           MOVE WK-HOLD-NO             TO I-HOLD-NO OF PKSASCM0.
           MOVE 'KSAIRS0 '             TO I-SRC-PGM OF PKSASCM0.
           MOVE 'C'                    TO I-DRCR-FLG OF PKSASCM0.
           MOVE IR-BENE-ACCT-NO        TO I-ACCT-NO OF PKSASCM0.
           MOVE IR-CURR-COD            TO I-CURR-COD OF PKSASCM0.
           MOVE IR-AMT                 TO I-AMT OF PKSASCM0.
           MOVE PKSAIRS0               TO I-PARM-DATA OF PKSASCM0.
           MOVE SPACES                 TO AIF-MSG-CODE.
           MOVE C-CM-FLAG-YES          TO AIF-ERR-TRAP-FLG.
           CALL 'GSYSTRIG'             USING APA-AREA
                                             PKSASCM0
                                       CONTENT 'KSASCM0 '.
           MOVE C-CM-FLAG-NO           TO AIF-ERR-TRAP-FLG.
           IF AIF-MSG-CODE NOT = SPACES OR
              O-RTRN-CODE OF PKSASCM0 NOT = SPACES
           THEN
             MOVE '5'                  TO WK-SUS-RSN
             IF AIF-MSG-CODE NOT = SPACES
             THEN
               MOVE AIF-MSG-CODE       TO WK-MSG-CODE
             ELSE
               MOVE O-RTRN-CODE OF PKSASCM0
                                       TO WK-MSG-CODE
             END-IF
             MOVE SPACES               TO AIF-MSG-CODE
           END-IF.

      *    已自动入账的来账按已解挂入账登记,不出挂账清单,供重跑
      *    识别已处理
       3500-INSERT-POSTED-RTN.
           MOVE SPACES                 TO SA-IRS-SUS-RSN.
           MOVE SPACES                 TO SA-IRS-MSG-CODE.
           MOVE '1'                    TO SA-IRS-STS.
           MOVE SYS-BUSN-DT            TO SA-IRS-RSLV-DT.
           MOVE IR-BENE-ACCT-NO        TO SA-IRS-RSLV-ACCT-NO.
           MOVE SYS-TX-LOG-NO          TO SA-IRS-RSLV-TX-LOG-NO.
           PERFORM 3320-ISRT-IRS-RTN.

      *    入账/挂账合计与文件头控制合计核对报告
       9000-END-RTN.
           MOVE SPACES                 TO RPT-LINE.
           STRING '汇入批量核对: 头笔数=' DELIMITED BY SIZE
                  WK-HEAD-CNT          DELIMITED BY SIZE
                  ' 自动入账='         DELIMITED BY SIZE
                  WK-POST-CNT          DELIMITED BY SIZE
                  ' 挂账='             DELIMITED BY SIZE
                  WK-SUS-CNT           DELIMITED BY SIZE
                  ' 重跑已处理='       DELIMITED BY SIZE
                  WK-SKIP-CNT          DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           IF WK-HEAD-CNT NOT = WK-POST-CNT + WK-SUS-CNT
                                + WK-SKIP-CNT OR
              WK-HEAD-AMT NOT = WK-POST-AMT + WK-SUS-AMT
                                + WK-SKIP-AMT
           THEN
             MOVE SPACES               TO RPT-LINE
             STRING '控制合计不符,须人工核对'
                                       DELIMITED BY SIZE
                                       INTO RPT-LINE
             WRITE RPT-LINE
           END-IF.
           CLOSE                        IRM-FILE
                                        RPT-FILE.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSARIRM'.

      *    GDBIMAIN返回状态检查,非预期异常即中止
       9900-CHECK-DBI-RTN.
           IF DBI-DB-STATUS NOT = SPACES AND
              DBI-DB-STATUS NOT = DBI-NORMAL-STATUS(1)
           THEN
             MOVE SPACES                TO RPT-LINE
             STRING 'GDBIMAIN异常,DBI-DB-STATUS=' DELIMITED BY SIZE
                    DBI-DB-STATUS        DELIMITED BY SIZE
                    ' 清算参考号='       DELIMITED BY SIZE
                    IR-CLR-REF-NO        DELIMITED BY SIZE
                                         INTO RPT-LINE
             WRITE RPT-LINE
             CLOSE                       IRM-FILE
                                         RPT-FILE
             STOP RUN
           END-IF.
