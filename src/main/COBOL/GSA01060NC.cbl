           COPY                        PCMNTLOG.
       01  PCTAXRES.
           COPY                        PCTAXRES.
       01  PKSABOW0.
           COPY                        PKSABOW0.
       01  PKSAIMG0.
           COPY                        PKSAIMG0.
      *    客户账户索引随开户登记
       01 PDBIMAIN.
          COPY                         PDBIMAIN.
          COPY                         FTRTRN.
       01  SACUSIDX.
           COPY                        SACUSIDX.
       01  SAOFRREG.
           COPY                        SAOFRREG.
       01  SAACNACN.
           COPY                        SAACNACN.
       01  SACBKREG.
           COPY                        SACBKREG.
       01  SAAPTREG.
           COPY                        SAAPTREG.
       01  PCSEALRG.
           COPY                        PCSEALRG.
       01  PCSAACHR0.
           05  WK-EOF-FLAG             PIC X(1).  
           05  WK-CMDATE-END-DATE      PIC X(8). 
           05  WK-AGT-BIRDT            PIC X(8).                                                              
      * 开户资料影像索引:必备资料标志及核对下标
           05  WK-IMG-REQ-MASK         PIC X(08).
           05  WK-IMG-IX               PIC 9(02).
      * 网银预约开户:本次开户对应的申请币种下标
           05  WK-APT-IX               PIC 9(02).
           05  WK-APT-SLOT             PIC 9(02).
           05  WK-APT-ALL-FLG          PIC X(01).
      * 1030外汇开户用子交易码为01
       01  WK-SUB-TX-CODE.
           05  WK-SUB-TX-CODE-1060     PIC X(02) VALUE '00'.
             MOVE 'END43'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

      * 凭网银预约编号开户:调入预审通过的预约资料,柜员只补录
      * 确认;已录入的字段以柜员录入为准
           IF TFT-APT-REF-NO NOT = SPACES
           THEN
             PERFORM 2900-LOAD-APPOINT-RTN
           END-IF.
       
      * 产品代码不能为空
           IF TFT-PD-CODE = SPACES
             MOVE 'EN013'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

      * 开户资料影像:按账户种类及开户要素定必备资料;柜面开户
      * 必备资料须已扫描入影像系统(文档号必输),缺任一项不予开户
           PERFORM 2100-SET-IMG-REQ-RTN.
           IF SYS-LCH-CHANNEL-FLAG = C-CM-CHANNEL-TLR AND
              INM-CC-R-FLG NOT = C-CM-FLAG-YES
           THEN
             MOVE 1                    TO WK-IMG-IX
             PERFORM 2110-CHECK-IMG-RTN UNTIL WK-IMG-IX > 8
           END-IF.
   
      * 账号若通兑，支取方式必须凭密或指纹
           IF (TFT-DRW-TYP(4:1)  NOT   = C-SA-DRW-BY-PWD AND
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
    
      * 调入预约:须预审通过且在有效期内;币种未录入的取第一个
      * 未开户的申请币种,已录入的须为未开户的申请币种
       2900-LOAD-APPOINT-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAAPTREG.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'SAAPTREG'             TO DBI-SEGMENT-NAME(1).
           MOVE 'BSAAPTD'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE TFT-APT-REF-NO         TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAAPTREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE 'EN048'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF SA-APT-STS NOT = '1' OR
              SA-APT-EXP-DT < SYS-BUSN-DT
           THEN
             MOVE 'EN450'              TO AIF-MSG-CODE
      *      MOVE '预约未通过预审或已失效' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF TFT-CERT-ID NOT = SPACES AND
              TFT-CERT-ID NOT = SA-APT-CERT-ID
           THEN
             MOVE 'EN453'              TO AIF-MSG-CODE
      *      MOVE '录入证件与预约证件不符' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE ZEROS                  TO WK-APT-SLOT.
           MOVE 1                      TO WK-APT-IX.
           PERFORM 2910-FIND-APT-CURR-RTN
                   UNTIL WK-APT-IX > 3 OR WK-APT-SLOT > ZEROS.
           IF WK-APT-SLOT = ZEROS
           THEN
             MOVE 'EN451'              TO AIF-MSG-CODE
      *      MOVE '预约无此币种或已全部开户' TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF TFT-CURR-COD = SPACES
           THEN
             MOVE SA-APT-CURR-COD(WK-APT-SLOT)
                                       TO TFT-CURR-COD
             MOVE SA-APT-CURR-IDEN(WK-APT-SLOT)
                                       TO TFT-CURR-IDEN
           END-IF.
           IF TFT-PD-CODE = SPACES
           THEN
             MOVE SA-APT-PD-CODE       TO TFT-PD-CODE
           END-IF.
           IF TFT-CUST-NAME = SPACES
           THEN
             MOVE SA-APT-CUST-NAME     TO TFT-CUST-NAME
           END-IF.
           IF TFT-CERT-TYP = SPACES
           THEN
             MOVE SA-APT-CERT-TYP      TO TFT-CERT-TYP
           END-IF.
           IF TFT-CERT-ID = SPACES
           THEN
             MOVE SA-APT-CERT-ID       TO TFT-CERT-ID
           END-IF.
           IF TFT-ACCT-KIND = SPACES
           THEN
             MOVE SA-APT-ACCT-KIND     TO TFT-ACCT-KIND
           END-IF.
           IF TFT-ACCT-CHAR = SPACES
           THEN
             MOVE SA-APT-ACCT-CHAR     TO TFT-ACCT-CHAR
           END-IF.
           IF TFT-ACCT-TYP = SPACES
           THEN
             MOVE SA-APT-ACCT-TYP      TO TFT-ACCT-TYP
           END-IF.
           IF TFT-DRW-TYP = SPACES
           THEN
             MOVE SA-APT-DRW-TYP       TO TFT-DRW-TYP
           END-IF.
           IF TFT-USG-RE = SPACES
           THEN
             MOVE SA-APT-USG-RE        TO TFT-USG-RE
           END-IF.
           IF TFT-ACCT-VALIDITY = SPACES
           THEN
             MOVE SA-APT-ACCT-VALIDITY TO TFT-ACCT-VALIDITY
           END-IF.
           IF TFT-BUSN-LICE = SPACES
           THEN
             MOVE SA-APT-BUSN-LICE     TO TFT-BUSN-LICE
           END-IF.
           IF TFT-LGL-REP-NAME = SPACES
           THEN
             MOVE SA-APT-LGL-REP-NAME  TO TFT-LGL-REP-NAME
             MOVE SA-APT-LGL-REP-CERT-TYP
                                       TO TFT-LGL-REP-CERT-TYP
             MOVE SA-APT-LGL-REP-CERT-ID
                                       TO TFT-LGL-REP-CERT-ID
           END-IF.
           IF TFT-AGT-FLG = SPACES
           THEN
             MOVE SA-APT-AGT-FLG       TO TFT-AGT-FLG
             MOVE SA-APT-AGT-CERT-TYP  TO TFT-AGT-CERT-TYP
             MOVE SA-APT-AGT-CERT-ID   TO TFT-AGT-CERT-ID
             MOVE SA-APT-AGT-NAME      TO TFT-AGT-NAME
             MOVE SA-APT-NATY-COD      TO TFT-NATY-COD
             MOVE SA-APT-AGT-TEL       TO TFT-AGT-TEL
           END-IF.

       2910-FIND-APT-CURR-RTN.
           IF SA-APT-CURR-COD(WK-APT-IX) NOT = SPACES AND
              SA-APT-ACCT-NO(WK-APT-IX) = SPACES AND
              (TFT-CURR-COD = SPACES OR
               TFT-CURR-COD = SA-APT-CURR-COD(WK-APT-IX))
           THEN
             MOVE WK-APT-IX            TO WK-APT-SLOT
           END-IF.
           ADD 1                       TO WK-APT-IX.

       2100-SET-IMG-REQ-RTN.
           IF TFT-ACCT-KIND = C-SA-ACC-II
           THEN
             MOVE C-SA-IMG-REQ-ACC-II  TO WK-IMG-REQ-MASK
           ELSE
             MOVE C-SA-IMG-REQ-ACC-I   TO WK-IMG-REQ-MASK
           END-IF.
           IF TFT-BUSN-LICE NOT = SPACES
           THEN
             MOVE '1'                  TO WK-IMG-REQ-MASK(1:1)
           END-IF.
           IF TFT-DRW-TYP(1:1) = C-SA-DRW-BY-SEAL OR
              TFT-DRW-TYP(2:1) = C-SA-DRW-BY-SEAL OR
              TFT-DRW-TYP(3:1) = C-SA-DRW-BY-SEAL OR
              TFT-DRW-TYP(4:1) = C-SA-DRW-BY-SEAL
           THEN
             MOVE '1'                  TO WK-IMG-REQ-MASK(2:1)
           END-IF.
           IF TFT-AGT-FLG = C-CM-FLAG-YES
           THEN
             MOVE '1'                  TO WK-IMG-REQ-MASK(3:1)
             MOVE '1'                  TO WK-IMG-REQ-MASK(4:1)
           END-IF.

       2110-CHECK-IMG-RTN.
           IF WK-IMG-REQ-MASK(WK-IMG-IX:1) = '1' AND
              TFT-IMG-DOC-ID(WK-IMG-IX) = SPACES
           THEN
             MOVE 'EN439'              TO AIF-MSG-CODE
             STRING '缺必备开户资料影像,资料类别:'
                                       DELIMITED BY SIZE
                    WK-IMG-IX          DELIMITED BY SIZE
                                       INTO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           ADD 1                       TO WK-IMG-IX.

       3000-OTHER-CHECK-RTN.
           INITIALIZE                  PCECCII1.
           MOVE TFT-CERT-TYP           TO I-CER-TYP  OF PCECCII1.
       5000-FUNCTION-PROCESS-RTN.
       
           PERFORM 5100-CALL-KSAACN1-RTN.
      * 核准类账户(基本/临时/专用)开户即置待核准,只收不付,
      * 取得人行核准书后由KSAAPV0登记核准号激活
           IF TFT-ACCT-CHAR = C-SA-ACHR-BASIC OR
              TFT-ACCT-CHAR = C-SA-ACHR-TEMP  OR
              TFT-ACCT-CHAR = C-SA-ACHR-SPEC  OR
              TFT-ACCT-VALIDITY NOT = SPACES
           THEN
             PERFORM 5890-SET-APRV-PEND-RTN
           END-IF.
           PERFORM 5200-PROCESS-DB-RTN.           
           PERFORM 5300-PROCESS-USG-RTN.         
           PERFORM 5400-PROCESS-AGT-RTN.
           THEN
             PERFORM 5850-REG-CUSIDX-RTN
           END-IF.
      * 开户录入客户经理的,登记首笔账户级归属
           IF TFT-OFFCR-NO NOT = SPACES
           THEN
             PERFORM 5860-REG-OFFCR-RTN
           END-IF.
      * 录入受益所有人的,随开户登记受益所有人登记簿
           IF TFT-BOW-NAME OF TFT-BOW-GRP(1) NOT = SPACES AND
              O-CUST-NO OF WK-PCECCII1 NOT = SPACES
           THEN
             PERFORM 5870-REG-BOWNER-RTN
           END-IF.
      * 开户资料影像索引随开户登记,非柜面渠道资料不全的由
      * 资料不全报表跟催网点补登
           PERFORM 5880-REG-IMGIDX-RTN.
      * 开户回访任务随开户生成,逾期未回访由KSARCBK1置受限
           PERFORM 5895-REG-CALLBACK-RTN.
      * 凭预约开户的,新账号回写预约登记簿
           IF TFT-APT-REF-NO NOT = SPACES
           THEN
             PERFORM 5896-UPD-APPOINT-RTN
           END-IF.
      * 支取方式含凭印鉴时,开户即登记印鉴卡(带影像索引键)
           IF ( TFT-DRW-TYP(1:1) = C-SA-DRW-BY-SEAL OR
                TFT-DRW-TYP(2:1) = C-SA-DRW-BY-SEAL OR
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       5860-REG-OFFCR-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAOFRREG.
           MOVE '1'                    TO SA-OFR-OBJ-TYP.
           MOVE IO-ACCT-NO OF PKSAACN1 TO SA-OFR-OBJ-NO.
           MOVE 1                      TO SA-OFR-SEQ-N.
           MOVE TFT-OFFCR-NO           TO SA-OFR-OFFCR-NO.
           IF TFT-OFFCR-BRANCH-STD = SPACES
           THEN
             MOVE SYS-BRANCH-STD       TO SA-OFR-OFFCR-BRANCH-STD
           ELSE
             MOVE TFT-OFFCR-BRANCH-STD TO SA-OFR-OFFCR-BRANCH-STD
           END-IF.
           MOVE 100                    TO SA-OFR-SPLIT-PCT.
           MOVE SYS-BUSN-DT            TO SA-OFR-EFF-DT.
           MOVE SPACES                 TO SA-OFR-END-DT.
           MOVE '0'                    TO SA-OFR-STS.
           MOVE SYS-BUSN-DT            TO SA-OFR-REG-DT.
           MOVE SYS-TELLER-ID          TO SA-OFR-REG-TLR.
           MOVE SYS-LEGAL-PERSON-ID    TO SA-LEGAL-PERSON-ID
                                          OF SAOFRREG.
           MOVE SYS-PARTITION-ID       TO SA-DB-PARTITION-ID
                                          OF SAOFRREG.
           MOVE 'BSAOFRD'              TO DBI-DB-NAME.
           MOVE FT-ISRT                TO DBI-FT-NAME.
           MOVE 'SAOFRREG'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAOFRREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

      * 受益所有人登记:客户已有登记簿的以本次录入整组覆盖
       5870-REG-BOWNER-RTN.
           INITIALIZE                  PKSABOW0.
           MOVE '1'                    TO I-FUN-CODE OF PKSABOW0.
           MOVE O-CUST-NO OF WK-PCECCII1
                                       TO I-CUST-NO  OF PKSABOW0.
           MOVE TFT-BOW-GRP(1)         TO I-BOW-GRP OF PKSABOW0(1).
           MOVE TFT-BOW-GRP(2)         TO I-BOW-GRP OF PKSABOW0(2).
           MOVE TFT-BOW-GRP(3)         TO I-BOW-GRP OF PKSABOW0(3).
           MOVE TFT-BOW-GRP(4)         TO I-BOW-GRP OF PKSABOW0(4).
           MOVE TFT-BOW-GRP(5)         TO I-BOW-GRP OF PKSABOW0(5).
           CALL 'GSYSTRIG'             USING APA-AREA
                                             PKSABOW0
                                       CONTENT 'KSABOW0 '.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF O-RTRN-CODE OF PKSABOW0 NOT = SPACES
           THEN
             MOVE O-RTRN-CODE OF PKSABOW0
                                       TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

      * 开户资料影像索引登记
       5880-REG-IMGIDX-RTN.
           INITIALIZE                  PKSAIMG0.
           MOVE '1'                    TO I-FUN-CODE OF PKSAIMG0.
           MOVE IO-ACCT-NO OF PKSAACN1 TO I-ACCT-NO  OF PKSAIMG0.
           MOVE WK-IMG-REQ-MASK        TO I-REQ-MASK OF PKSAIMG0.
           MOVE 1                      TO WK-IMG-IX.
           PERFORM 5881-MOVE-IMG-RTN UNTIL WK-IMG-IX > 8.
           CALL 'GSYSTRIG'             USING APA-AREA
                                             PKSAIMG0
                                       CONTENT 'KSAIMG0 '.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF O-RTRN-CODE OF PKSAIMG0 NOT = SPACES
           THEN
             MOVE O-RTRN-CODE OF PKSAIMG0
                                       TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

       5881-MOVE-IMG-RTN.
           MOVE TFT-IMG-DOC-ID(WK-IMG-IX)
                              TO I-DOC-ID OF PKSAIMG0(WK-IMG-IX).
           MOVE TFT-IMG-SCAN-DT(WK-IMG-IX)
                              TO I-SCAN-DT OF PKSAIMG0(WK-IMG-IX).
           MOVE TFT-IMG-SCAN-TLR(WK-IMG-IX)
                              TO I-SCAN-TLR OF PKSAIMG0(WK-IMG-IX).
           ADD 1                       TO WK-IMG-IX.

      * 核准类账户置待核准状态
       5890-SET-APRV-PEND-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNACN.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           MOVE IO-ACCT-NO OF PKSAACN1 TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAACNACN
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           MOVE C-SA-APRV-PEND         TO SA-APRV-STS OF SAACNACN.
           MOVE SPACES                 TO SA-APRV-DT  OF SAACNACN.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAACNACN
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

      * 开户回访任务登记:回访电话取账户联系电话,回访对象为
      * 录入的法定代表人
       5895-REG-CALLBACK-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNACN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE IO-ACCT-NO OF PKSAACN1 TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAACNACN
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           INITIALIZE                  WK-PERIOD.
           MOVE C-SA-CBK-DUE-DAYS      TO WK-PERIOD.
           PERFORM 9710-CALL-CCMDAT1-RTN.
           INITIALIZE                  SACBKREG.
           MOVE IO-ACCT-NO OF PKSAACN1 TO SA-CBK-ACCT-NO.
           MOVE O-CUST-NO OF WK-PCECCII1
                                       TO SA-CBK-CUST-NO.
           MOVE SYS-BRANCH-STD         TO SA-CBK-OPAC-INSTN-NO.
           MOVE SYS-BUSN-DT            TO SA-CBK-OPAC-DT.
           MOVE IO-CMDATE-END-DATE OF PCCMDAT1
                                       TO SA-CBK-DUE-DT.
           MOVE SA-CUST-TEL OF SAACNACN
                                       TO SA-CBK-CONTACT-TEL.
           MOVE TFT-LGL-REP-NAME       TO SA-CBK-LGL-REP-NAME.
           MOVE TFT-LGL-REP-CERT-TYP   TO SA-CBK-LGL-REP-CERT-TYP.
           MOVE TFT-LGL-REP-CERT-ID    TO SA-CBK-LGL-REP-CERT-ID.
           MOVE '0'                    TO SA-CBK-STS.
           MOVE ZEROS                  TO SA-CBK-TRY-CNT.
           MOVE SYS-BUSN-DT            TO SA-CBK-UPD-DT.
           MOVE SYS-TELLER-ID          TO SA-CBK-UPD-TLR.
           MOVE SYS-LEGAL-PERSON-ID    TO SA-LEGAL-PERSON-ID
                                          OF SACBKREG.
           MOVE SYS-PARTITION-ID       TO SA-DB-PARTITION-ID
                                          OF SACBKREG.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSACBKD'              TO DBI-DB-NAME.
           MOVE FT-ISRT                TO DBI-FT-NAME.
           MOVE 'SACBKREG'             TO DBI-SEGMENT-NAME(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SACBKREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

      * 预约回写:记本币种新账号;全部申请币种均已开户的预约
      * 置已开户
       5896-UPD-APPOINT-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAAPTREG.
           MOVE 'SAAPTREG'             TO DBI-SEGMENT-NAME(1).
           MOVE 'BSAAPTD'              TO DBI-DB-NAME.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           MOVE TFT-APT-REF-NO         TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAAPTREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           MOVE IO-ACCT-NO OF PKSAACN1 TO SA-APT-ACCT-NO(WK-APT-SLOT).
           MOVE SYS-BUSN-DT            TO SA-APT-OPEN-DT
                                          SA-APT-UPD-DT.
           MOVE SYS-TELLER-ID          TO SA-APT-OPEN-TLR.
           MOVE C-CM-FLAG-YES          TO WK-APT-ALL-FLG.
           MOVE 1                      TO WK-APT-IX.
           PERFORM 5897-CHK-APT-OPEN-RTN UNTIL WK-APT-IX > 3.
           IF WK-APT-ALL-FLG = C-CM-FLAG-YES
           THEN
             MOVE '3'                  TO SA-APT-STS
           END-IF.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAAPTD'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAAPTREG
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       5897-CHK-APT-OPEN-RTN.
           IF SA-APT-CURR-COD(WK-APT-IX) NOT = SPACES AND
              SA-APT-ACCT-NO(WK-APT-IX) = SPACES
           THEN
             MOVE C-CM-FLAG-NO         TO WK-APT-ALL-FLG
           END-IF.
           ADD 1                       TO WK-APT-IX.

      * 税收居民身份登记
       5800-REG-TAXRES-RTN.
           INITIALIZE                  PCTAXRES.
