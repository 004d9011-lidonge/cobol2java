      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSARBOP1".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSARBOP1                                *
      * DESCRIPTION........: BULK ACCOUNT OPENING INTAKE (BMP)       *
      *                      集团子公司/项目公司批量开户:逐笔读入   *
      *                      开户文件,装入开户终端输入区(PSAINM60) *
      *                      后驱动开户交易GSA01060,与柜面开户同一 *
      *                      校验链(CECACNC/CECACND开户数限制、证件 *
      *                      核查、CDUPOPN重复开户、外汇账户性质); *
      *                      置AIF-ERR-TRAP-FLG逐笔容错,开户成功笔 *
      *                      检查点提交;逐笔出结果档(新账号或拒绝 *
      *                      消息码),拒绝笔按原格式另出重送档,修正 *
      *                      后只重送失败笔                          *
      * KB/CF TO BE CALLED: GSA01060                                 *
      * INPUT..............: BOPOPNIN                                *
      * OUTPUT.............: BOPRSLOT BOPREJOT BOPOPNRP              *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
      * ------------------------------------------------------------ *
      *                                                              *
      ****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BOP-FILE             ASSIGN TO BOPOPNIN
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT RSL-FILE             ASSIGN TO BOPRSLOT
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT REJ-FILE             ASSIGN TO BOPREJOT
                                       ORGANIZATION IS SEQUENTIAL.
           SELECT RPT-FILE             ASSIGN TO BOPOPNRP
                                       ORGANIZATION IS SEQUENTIAL.
      ****************************************************************
       DATA DIVISION.
       FILE SECTION.
      *    入盘格式:H-头(笔数/集团批次号,可省) D-明细;
      *    明细序号在原文件内唯一,重送时沿用,结果按序号回对
       FD  BOP-FILE.
       01  BOP-REC.
           05  BO-REC-TYP              PIC X(01).
           05  BO-SEQ-NO               PIC 9(05).
           05  BO-PD-CODE              PIC X(11).
           05  BO-CUST-NAME            PIC X(120).
           05  BO-CERT-TYP             PIC X(04).
           05  BO-CERT-ID              PIC X(32).
           05  BO-CURR-COD             PIC X(03).
           05  BO-CURR-IDEN            PIC X(01).
           05  BO-ACCT-KIND            PIC X(01).
           05  BO-ACCT-CHAR            PIC X(04).
           05  BO-FX-ACCT-CHAR         PIC X(04).
           05  BO-ACCT-TYP             PIC X(01).
           05  BO-DRW-TYP              PIC X(04).
           05  BO-DPDW-RANG            PIC X(01).
           05  BO-MEDIUM-TYPE          PIC X(01).
           05  BO-INTC-FLG             PIC X(01).
           05  BO-ACCT-FREE            PIC X(01).
           05  BO-USG-RE               PIC X(04).
           05  BO-ACCT-VALIDITY        PIC X(08).
           05  BO-BUSN-LICE            PIC X(32).
           05  BO-SFEA-APPR-NO         PIC X(20).
           05  BO-FC-LMT-TYPE          PIC X(02).
           05  BO-FC-LMT-AMT           PIC S9(16)V9(2).
           05  BO-AGT-FLG              PIC X(01).
           05  BO-AGT-CERT-TYP         PIC X(04).
           05  BO-AGT-CERT-ID          PIC X(32).
           05  BO-AGT-NAME             PIC X(120).
           05  BO-NATY-COD             PIC X(03).
           05  BO-AGT-TEL              PIC X(20).
           05  BO-REASON-AUTHORY       PIC X(15).
           05  BO-OFFCR-NO             PIC X(12).
           05  BO-OFFCR-BRANCH-STD     PIC X(09).
           05  BO-SEAL-IMG-KEY         PIC X(32).
           05  FILLER                  PIC X(73).
       01  BOP-HEAD-REC REDEFINES BOP-REC.
           05  BH-REC-TYP              PIC X(01).
           05  BH-TOT-CNT              PIC 9(07).
           05  BH-GRP-REF              PIC X(20).
           05  FILLER                  PIC X(572).
      *    结果档:0-已开户(带新账号) 1-拒绝(带消息码)
       FD  RSL-FILE.
       01  RSL-REC.
           05  RS-SEQ-NO               PIC 9(05).
           05  RS-STS                  PIC X(01).
           05  RS-ACCT-NO              PIC X(32).
           05  RS-MSG-CODE             PIC X(05).
           05  RS-MSG-TEXT             PIC X(78).
           05  RS-CUST-NAME            PIC X(120).
           05  RS-CERT-ID              PIC X(32).
           05  RS-GRP-REF              PIC X(20).
           05  FILLER                  PIC X(07).
      *    重送档:拒绝笔原样(同入盘明细格式),修正后直接作入盘
       FD  REJ-FILE.
       01  REJ-REC                     PIC X(600).
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
      *    开户终端输入区:逐笔装入后挂到APA-INM-ADDR
       01  BOP-INM-AREA.
           COPY                        PSAINM60.
       01  WK-SAVE-INM-ADDR            USAGE POINTER.
      *    外汇开户产品代码,与GSA01060一致;外汇开户走1030子交易
       01  WK-FX-PDP-CODE              PIC X(11) VALUE '999SA000002'.
       01  WK-AREA.
           05  WK-HEAD-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-GRP-REF              PIC X(20) VALUE SPACES.
           05  WK-READ-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-OPEN-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-RJCT-CNT             PIC 9(07) VALUE ZEROS.
           05  WK-SAVE-SUB-TX-CODE     PIC X(02).
           05  WK-SAVE-TX-MODE         PIC X(01).
           05  WK-EOF-FLG              PIC X(01) VALUE 'N'.
               88  WK-BOP-EOF                    VALUE 'Y'.
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-REC-LOOP-RTN UNTIL WK-BOP-EOF.
           PERFORM 9000-END-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSARBOP'.
           INITIALIZE                  WK-AREA.
           MOVE SPACES                 TO AIF-MSG-CODE.
           SET WK-SAVE-INM-ADDR        TO APA-INM-ADDR.
           MOVE SYS-SUB-TX-CODE        TO WK-SAVE-SUB-TX-CODE.
           MOVE SYS-TX-MODE            TO WK-SAVE-TX-MODE.
           OPEN INPUT                  BOP-FILE.
           OPEN OUTPUT                 RSL-FILE
                                       REJ-FILE
                                       RPT-FILE.
           READ BOP-FILE
             AT END SET WK-BOP-EOF     TO TRUE
           END-READ.

       2000-REC-LOOP-RTN.
           EVALUATE BO-REC-TYP
             WHEN 'H'
               MOVE BH-TOT-CNT         TO WK-HEAD-CNT
               MOVE BH-GRP-REF         TO WK-GRP-REF
             WHEN 'D'
               ADD 1                   TO WK-READ-CNT
               PERFORM 3000-OPEN-ONE-RTN
           END-EVALUATE.
           READ BOP-FILE
             AT END SET WK-BOP-EOF     TO TRUE
           END-READ.

      *    逐笔驱动GSA01060:与柜面开户完全相同的校验与建档。
      *    按集中作业(非柜面现场)模式开户:不发折、不要求存折
      *    印刷号与影像现场核对;陷阱标志打开期间E类消息回滚
      *    本笔后携码返回,开户成功笔随即检查点提交
       3000-OPEN-ONE-RTN.
           PERFORM 3100-BUILD-INM-RTN.
           MOVE SPACES                 TO AIF-MSG-CODE
                                          AIF-MSG-TEXT
                                          AIF-ACCOUNT-NO.
           IF BO-PD-CODE = WK-FX-PDP-CODE
           THEN
             MOVE '01'                 TO SYS-SUB-TX-CODE
           ELSE
             MOVE '00'                 TO SYS-SUB-TX-CODE
           END-IF.
           MOVE C-CM-CENTERCUT-MODE    TO SYS-TX-MODE.
           SET APA-INM-ADDR            TO ADDRESS OF BOP-INM-AREA.
           MOVE C-CM-FLAG-YES          TO AIF-ERR-TRAP-FLG.
           CALL 'GSA01060'             USING APA-AREA.
           MOVE C-CM-FLAG-NO           TO AIF-ERR-TRAP-FLG.
           SET APA-INM-ADDR            TO WK-SAVE-INM-ADDR.
           MOVE WK-SAVE-SUB-TX-CODE    TO SYS-SUB-TX-CODE.
           MOVE WK-SAVE-TX-MODE        TO SYS-TX-MODE.
           MOVE SPACES                 TO RSL-REC.
           MOVE BO-SEQ-NO              TO RS-SEQ-NO.
           MOVE BO-CUST-NAME           TO RS-CUST-NAME.
           MOVE BO-CERT-ID             TO RS-CERT-ID.
           MOVE WK-GRP-REF             TO RS-GRP-REF.
           IF AIF-MSG-CODE NOT = SPACES OR
              AIF-ACCOUNT-NO = SPACES
           THEN
             PERFORM 3200-WRITE-REJ-RTN
           ELSE
             MOVE '0'                  TO RS-STS
             MOVE AIF-ACCOUNT-NO       TO RS-ACCT-NO
             WRITE RSL-REC
             ADD 1                     TO WK-OPEN-CNT
      *      开户成功笔落检查点,提交范围按笔隔离
             CALL 'GSYSCKPT' USING     AIF-AREA
           END-IF.

       3100-BUILD-INM-RTN.
           INITIALIZE                  BOP-INM-AREA.
           MOVE C-CM-FLAG-YES          TO INM-CC-R-FLG.
           MOVE BO-PD-CODE             TO TFT-PD-CODE.
           MOVE BO-CUST-NAME           TO TFT-CUST-NAME.
           MOVE BO-CERT-TYP            TO TFT-CERT-TYP.
           MOVE BO-CERT-ID             TO TFT-CERT-ID.
           MOVE BO-CURR-COD            TO TFT-CURR-COD.
           MOVE BO-CURR-IDEN           TO TFT-CURR-IDEN.
           MOVE BO-ACCT-KIND           TO TFT-ACCT-KIND.
           MOVE BO-ACCT-CHAR           TO TFT-ACCT-CHAR.
           MOVE BO-FX-ACCT-CHAR        TO TFT-FX-ACCT-CHAR.
           MOVE BO-ACCT-TYP            TO TFT-ACCT-TYP.
           MOVE BO-DRW-TYP             TO TFT-DRW-TYP.
           MOVE BO-DPDW-RANG           TO TFT-DPDW-RANG.
           MOVE BO-MEDIUM-TYPE         TO TFT-MEDIUM-TYPE.
           MOVE BO-INTC-FLG            TO TFT-INTC-FLG.
           MOVE BO-ACCT-FREE           TO TFT-ACCT-FREE.
           MOVE BO-USG-RE              TO TFT-USG-RE.
           MOVE BO-ACCT-VALIDITY       TO TFT-ACCT-VALIDITY.
           MOVE BO-BUSN-LICE           TO TFT-BUSN-LICE.
           MOVE BO-SFEA-APPR-NO        TO TFT-SFEA-APPR-NO.
           MOVE BO-FC-LMT-TYPE         TO TFT-FC-LMT-TYPE.
           MOVE BO-FC-LMT-AMT          TO TFT-FC-LMT-AMT.
           MOVE BO-AGT-FLG             TO TFT-AGT-FLG.
           MOVE BO-AGT-CERT-TYP        TO TFT-AGT-CERT-TYP.
           MOVE BO-AGT-CERT-ID         TO TFT-AGT-CERT-ID.
           MOVE BO-AGT-NAME            TO TFT-AGT-NAME.
           MOVE BO-NATY-COD            TO TFT-NATY-COD.
           MOVE BO-AGT-TEL             TO TFT-AGT-TEL.
           MOVE BO-REASON-AUTHORY      TO TFT-REASON-AUTHORY.
           MOVE BO-OFFCR-NO            TO TFT-OFFCR-NO.
           MOVE BO-OFFCR-BRANCH-STD    TO TFT-OFFCR-BRANCH-STD.
           MOVE BO-SEAL-IMG-KEY        TO TFT-SEAL-IMG-KEY.

      *    拒绝笔:结果档带消息码,原明细另落重送档
       3200-WRITE-REJ-RTN.
           MOVE '1'                    TO RS-STS.
           MOVE AIF-MSG-CODE           TO RS-MSG-CODE.
           MOVE AIF-MSG-TEXT           TO RS-MSG-TEXT.
           WRITE RSL-REC.
           WRITE REJ-REC               FROM BOP-REC.
           ADD 1                       TO WK-RJCT-CNT.
           MOVE SPACES                 TO AIF-MSG-CODE.

      *    开户/拒绝笔数与文件头核对报告
       9000-END-RTN.
           MOVE SPACES                 TO RPT-LINE.
           STRING '批量开户核对: 批次=' DELIMITED BY SIZE
                  WK-GRP-REF           DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
           MOVE SPACES                 TO RPT-LINE.
           STRING '头笔数='            DELIMITED BY SIZE
                  WK-HEAD-CNT          DELIMITED BY SIZE
                  ' 读入='             DELIMITED BY SIZE
                  WK-READ-CNT          DELIMITED BY SIZE
                  ' 开户='             DELIMITED BY SIZE
                  WK-OPEN-CNT          DELIMITED BY SIZE
                  ' 拒绝='             DELIMITED BY SIZE
                  WK-RJCT-CNT          DELIMITED BY SIZE
                                       INTO RPT-LINE
           WRITE RPT-LINE.
      *    无头记录(重送档直接作入盘)时不作头笔数核对
           IF WK-HEAD-CNT NOT = ZEROS AND
              WK-HEAD-CNT NOT = WK-READ-CNT
           THEN
             MOVE SPACES               TO RPT-LINE
             STRING '笔数与文件头不符,须人工核对'
                                       DELIMITED BY SIZE
                                       INTO RPT-LINE
             WRITE RPT-LINE
           END-IF.
           IF WK-RJCT-CNT > ZEROS
           THEN
             MOVE SPACES               TO RPT-LINE
             STRING '拒绝笔已落重送档BOPREJOT,修正后重送'
                                       DELIMITED BY SIZE
                                       INTO RPT-LINE
             WRITE RPT-LINE
           END-IF.
           CLOSE                        BOP-FILE
                                        RSL-FILE
                                        REJ-FILE
                                        RPT-FILE.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSARBOP'.
