      ****************************************************************
       IDENTIFICATION  DIVISION.
       PROGRAM-ID.     "KSAINV0".
       AUTHOR.         CBOD.
       DATE-WRITTEN.   2026/10/15.
      ****************************************************************
      * PROGRAM NAME.......: KSAINV0                                 *
      * DESCRIPTION........: CUSTOMER VAT INVOICE PROFILE MAINT      *
      *                      客户开票资料维护:按账号定位客户,登记/   *
      *                      修改/查询/注销纳税人识别号、发票抬头、   *
      *                      票种及开票方式(逐笔/按月汇总);专用发   *
      *                      票须填地址电话及开户行账号;识别号与开   *
      *                      票方式变更前后镜像留痕;KSARINV1导出开   *
      *                      票申请时取用                              *
      * KB/CF TO BE CALLED: CSACHK0 CMNTLOG                          *
      * INPUT..............: PKSAINV0                                *
      * OUTPUT.............: PKSAINV0                                *
      * MESSAGE CODE.......: EN048,EN297,EN317,EN402,EN403,END43     *
      * DATA ACCESS TABLE:                                           *
      * DB NAME | SEGMENT NAME | ACCESS TYPE(R/U/I/D)                *
      * ---------------------------------------------                *
      * BSAIVPD   SAINVPRF       R/I/U                               *
      * BSAACND   SAACNACN       R                                   *
      *                                                              *
      * CHANGE HISTORY:                                              *
      * FLAG    |REASON               |DATE   |MODIFIED BY |COMMENT  *
      * ------------------------------------------------------------ *
      *                                                              *
      ****************************************************************
       ENVIRONMENT DIVISION.
      ****************************************************************
       DATA DIVISION.
      ****************************************************************
       WORKING-STORAGE SECTION.
      ****************************************************************
       01  PSACONST.
           COPY                        PSACONST.
       01  PCMCONST.
           COPY                        PCMCONST.
       01  FILLER                      PIC X(24)
                                       VALUE '/// WK-AREA KSAINV0 ///'.
       01  PCSACHK0.
           COPY                        PCSACHK0.
       01  PCMNTLOG.
           COPY                        PCMNTLOG.
       01  PCMSGLOG.
           COPY                        PCMSGLOG.
       01 PDBIMAIN.
          COPY                         PDBIMAIN.
       01 DBI-FTCALL.
          COPY                         FTCALL.
       01 DBI-RTRN.
          COPY                         FTRTRN.
       01 SAINVPRF.
          COPY                         SAINVPRF.
       01 SAACNACN.
          COPY                         SAACNACN.
       01  WK-AREA.
           05  WK-ACCT-NO              PIC X(32).
           05  WK-CUST-NO              PIC X(20).
           05  WK-SYS-BRANCH-STD       PIC X(9).
           05  WK-SYS-TELLER-ID        PIC X(12).
           05  WK-FOUND-FLG            PIC X(01).
               88  WK-IVP-FOUND                  VALUE 'Y'.
      ****************************************************************
       LINKAGE SECTION.
      ****************************************************************
           COPY                        APPAREA.
       01  PKSAINV0.
           COPY                        PKSAINV0.
      ****************************************************************
       PROCEDURE DIVISION USING APA-AREA,
                                PKSAINV0.
      ****************************************************************
       0000-MAIN-PROCESS-RTN.
           PERFORM 1000-INIT-RTN.
           PERFORM 2000-CHECK-INPUT-RTN.
           EVALUATE I-FUN-CODE OF PKSAINV0
             WHEN '1'
               PERFORM 4000-MAINT-RTN
             WHEN '2'
               PERFORM 5000-INQ-RTN
             WHEN OTHER
               PERFORM 6000-CANCEL-RTN
           END-EVALUATE.
           PERFORM 7000-OUTPUT-RTN.
           PERFORM 9000-END-TXN-RTN.
           GOBACK.

       1000-INIT-RTN.
           COPY                        SETAREA.
           CALL 'GSYSMOTR' USING AIF-AREA
                                CONTENT 'BKSAINV0'.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAINVPRF.
           INITIALIZE                  SAACNACN.
           INITIALIZE                  PCSACHK0.
           INITIALIZE                  PCMNTLOG.
           INITIALIZE                  PCMSGLOG.
           INITIALIZE                  WK-AREA.
           MOVE SPACES                 TO AIF-MSG-CODE.
           MOVE SYS-BRANCH-STD         TO WK-SYS-BRANCH-STD.
           MOVE SYS-TELLER-ID          TO WK-SYS-TELLER-ID.
           MOVE I-ACCT-NO OF PKSAINV0  TO WK-ACCT-NO.

       2000-CHECK-INPUT-RTN.
           IF SYS-TX-TYP = C-CLG-TXT-EC
           THEN
             MOVE 'END43'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-FUN-CODE OF PKSAINV0 NOT = '1' AND '2' AND '3'
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
      *      MOVE '功能码错误'         TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-ACCT-NO OF PKSAINV0 = SPACES
           THEN
             MOVE 'EN317'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF I-FUN-CODE OF PKSAINV0 = '1'
           THEN
             IF I-TAX-ID OF PKSAINV0 = SPACES OR
                I-INV-TITLE OF PKSAINV0 = SPACES OR
                ( I-INV-TYP OF PKSAINV0 NOT = '1' AND '2' ) OR
                ( I-INV-MODE OF PKSAINV0 NOT = '1' AND '2' )
             THEN
               MOVE 'EN317'            TO AIF-MSG-CODE
      *        MOVE '识别号/抬头/票种/开票方式输入有误'
      *                                TO AIF-MSG-TEXT
               PERFORM 9999-MESSAGE-HANDLE-RTN
             END-IF
             IF I-INV-TYP OF PKSAINV0 = '2' AND
                ( I-ADDR-TEL OF PKSAINV0 = SPACES OR
                  I-BANK-ACCT OF PKSAINV0 = SPACES )
             THEN
               MOVE 'EN402'            TO AIF-MSG-CODE
      *        MOVE '专用发票须填地址电话及开户行账号'
      *                                TO AIF-MSG-TEXT
               PERFORM 9999-MESSAGE-HANDLE-RTN
             END-IF
           END-IF.
           PERFORM 9711-CALL-CSACHK0-RTN.
           PERFORM 9802-GU-SAACNACN-RTN.
           MOVE SA-CUST-NO OF SAACNACN TO WK-CUST-NO.

      ****************************************************************
      *    登记/修改:无则新增,有则改写(已注销者重新启用)          *
      ****************************************************************
       4000-MAINT-RTN.
           PERFORM 9803-GHU-SAINVPRF-RTN.
           IF NOT WK-IVP-FOUND
           THEN
             INITIALIZE                SAINVPRF
             MOVE WK-CUST-NO           TO SA-IVP-CUST-NO
             MOVE SYS-LEGAL-PERSON-ID  TO SA-LEGAL-PERSON-ID
                                          OF SAINVPRF
             MOVE SYS-PARTITION-ID     TO SA-DB-PARTITION-ID
                                          OF SAINVPRF
           ELSE
             IF SA-IVP-TAX-ID NOT = I-TAX-ID OF PKSAINV0
             THEN
               MOVE 'INV-TAX-ID'       TO I-FIELD-NAME OF PCMNTLOG
               MOVE SA-IVP-TAX-ID      TO I-BEF-VALUE  OF PCMNTLOG
               MOVE I-TAX-ID OF PKSAINV0
                                       TO I-AFT-VALUE  OF PCMNTLOG
               PERFORM 9730-CALL-CMNTLOG-RTN
             END-IF
             IF SA-IVP-INV-MODE NOT = I-INV-MODE OF PKSAINV0
             THEN
               MOVE 'INV-MODE'         TO I-FIELD-NAME OF PCMNTLOG
               MOVE SA-IVP-INV-MODE    TO I-BEF-VALUE  OF PCMNTLOG
               MOVE I-INV-MODE OF PKSAINV0
                                       TO I-AFT-VALUE  OF PCMNTLOG
               PERFORM 9730-CALL-CMNTLOG-RTN
             END-IF
           END-IF.
           MOVE I-TAX-ID OF PKSAINV0   TO SA-IVP-TAX-ID.
           MOVE I-INV-TITLE OF PKSAINV0
                                       TO SA-IVP-INV-TITLE.
           MOVE I-INV-TYP OF PKSAINV0  TO SA-IVP-INV-TYP.
           MOVE I-INV-MODE OF PKSAINV0 TO SA-IVP-INV-MODE.
           MOVE I-ADDR-TEL OF PKSAINV0 TO SA-IVP-ADDR-TEL.
           MOVE I-BANK-ACCT OF PKSAINV0
                                       TO SA-IVP-BANK-ACCT.
           MOVE I-EMAIL OF PKSAINV0    TO SA-IVP-EMAIL.
           MOVE '0'                    TO SA-IVP-STS.
           PERFORM 4100-UPD-INFO-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAIVPD'              TO DBI-DB-NAME.
           IF WK-IVP-FOUND
           THEN
             MOVE FT-REPL              TO DBI-FT-NAME
           ELSE
             MOVE FT-ISRT              TO DBI-FT-NAME
             MOVE 'SAINVPRF'           TO DBI-SEGMENT-NAME(1)
           END-IF.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAINVPRF
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       4100-UPD-INFO-RTN.
           MOVE SYS-BUSN-DT            TO SA-IVP-UPD-DT.
           MOVE WK-SYS-TELLER-ID       TO SA-IVP-UPD-TLR.
           MOVE WK-SYS-BRANCH-STD      TO SA-IVP-UPD-BRANCH-STD.

       5000-INQ-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAINVPRF.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAIVPD'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAINVPRF'             TO DBI-SEGMENT-NAME(1).
           MOVE WK-CUST-NO             TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAINVPRF
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE 'EN048'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

      *    注销:注销后新收费仍登记,导出时列入缺开票资料清单
       6000-CANCEL-RTN.
           PERFORM 9803-GHU-SAINVPRF-RTN.
           IF NOT WK-IVP-FOUND
           THEN
             MOVE 'EN048'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           IF SA-IVP-STS = '1'
           THEN
             MOVE 'EN403'              TO AIF-MSG-CODE
      *      MOVE '开票资料已注销'     TO AIF-MSG-TEXT
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.
           MOVE 'INV-STS'              TO I-FIELD-NAME OF PCMNTLOG.
           MOVE SA-IVP-STS             TO I-BEF-VALUE  OF PCMNTLOG.
           MOVE '1'                    TO I-AFT-VALUE  OF PCMNTLOG.
           MOVE '1'                    TO SA-IVP-STS.
           PERFORM 4100-UPD-INFO-RTN.
           INITIALIZE                  PDBIMAIN.
           MOVE 'BSAIVPD'              TO DBI-DB-NAME.
           MOVE FT-REPL                TO DBI-FT-NAME.
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAINVPRF
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           PERFORM 9730-CALL-CMNTLOG-RTN.

       7000-OUTPUT-RTN.
           MOVE WK-CUST-NO             TO O-CUST-NO OF PKSAINV0.
           MOVE SA-IVP-TAX-ID          TO O-TAX-ID OF PKSAINV0.
           MOVE SA-IVP-INV-TITLE       TO O-INV-TITLE OF PKSAINV0.
           MOVE SA-IVP-INV-TYP         TO O-INV-TYP OF PKSAINV0.
           MOVE SA-IVP-INV-MODE        TO O-INV-MODE OF PKSAINV0.
           MOVE SA-IVP-ADDR-TEL        TO O-ADDR-TEL OF PKSAINV0.
           MOVE SA-IVP-BANK-ACCT       TO O-BANK-ACCT OF PKSAINV0.
           MOVE SA-IVP-EMAIL           TO O-EMAIL OF PKSAINV0.
           MOVE SA-IVP-STS             TO O-IVP-STS OF PKSAINV0.
           MOVE SA-IVP-UPD-DT          TO O-UPD-DT OF PKSAINV0.

       9000-END-TXN-RTN.
           MOVE SPACES                 TO O-RTRN-CODE OF PKSAINV0.
           CALL 'GSYSMOTR' USING AIF-AREA
                                 CONTENT 'EKSAINV0'.

       9711-CALL-CSACHK0-RTN.
           INITIALIZE                  PCSACHK0.
           MOVE WK-ACCT-NO             TO I-ACCT-NO OF PCSACHK0.
           CALL 'CSACHK0' USING AIF-AREA
                                PCSACHK0
                                SYS-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF O-ACCT-FLG OF PCSACHK0 NOT = C-CM-FLAG-TRUE
              OR O-PUB-PRI-FLG NOT = C-CM-PUB-FLG
           THEN
             MOVE 'EN297'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

       9730-CALL-CMNTLOG-RTN.
           MOVE WK-ACCT-NO             TO I-ACCT-NO    OF PCMNTLOG.
           MOVE WK-SYS-TELLER-ID       TO I-TELLER-ID  OF PCMNTLOG.
           MOVE WK-SYS-BRANCH-STD      TO I-BRANCH-STD OF PCMNTLOG.
           MOVE SYS-TX-LOG-NO          TO I-TX-LOG-NO  OF PCMNTLOG.
           MOVE SYS-BUSN-DT            TO I-BUSN-DT    OF PCMNTLOG.
           CALL 'CMNTLOG' USING        AIF-AREA
                                       PCMNTLOG
                                       SYS-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.

       9736-CALL-CMSGLOG-RTN.
           INITIALIZE                  PCMSGLOG.
           MOVE AIF-MSG-CODE           TO I-MSG-CODE   OF PCMSGLOG.
           MOVE WK-SYS-TELLER-ID       TO I-TELLER-ID  OF PCMSGLOG.
           MOVE WK-SYS-BRANCH-STD      TO I-BRANCH-STD OF PCMSGLOG.
           MOVE SYS-BUSN-DT            TO I-BUSN-DT    OF PCMSGLOG.
           CALL 'CMSGLOG' USING        AIF-AREA
                                       PCMSGLOG
                                       SYS-AREA.

       9802-GU-SAACNACN-RTN.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAACNACN.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAACND'              TO DBI-DB-NAME.
           MOVE FT-GU                  TO DBI-FT-NAME.
           MOVE 'SAACNACN'             TO DBI-SEGMENT-NAME(1).
           MOVE WK-ACCT-NO             TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAACNACN
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS = FT-RTRN-NOTFOUND
           THEN
             MOVE 'EN048'              TO AIF-MSG-CODE
             PERFORM 9999-MESSAGE-HANDLE-RTN
           END-IF.

       9803-GHU-SAINVPRF-RTN.
           MOVE 'N'                    TO WK-FOUND-FLG.
           INITIALIZE                  PDBIMAIN.
           INITIALIZE                  SAINVPRF.
           MOVE FT-RTRN-NOTFOUND       TO DBI-NORMAL-STATUS(1).
           MOVE 'BSAIVPD'              TO DBI-DB-NAME.
           MOVE FT-GHU                 TO DBI-FT-NAME.
           MOVE 'SAINVPRF'             TO DBI-SEGMENT-NAME(1).
           MOVE WK-CUST-NO             TO DBI-KEY-VALUE1(1).
           CALL 'GDBIMAIN' USING PDBIMAIN
                                 SAINVPRF
                                 AIF-AREA.
           PERFORM 9999-MESSAGE-HANDLE-RTN.
           IF DBI-DB-STATUS NOT = FT-RTRN-NOTFOUND
           THEN
             SET WK-IVP-FOUND          TO TRUE
           END-IF.

       9999-MESSAGE-HANDLE-RTN.
           IF AIF-MSG-CODE NOT = SPACES
           THEN
             PERFORM 9736-CALL-CMSGLOG-RTN
           END-IF.
           COPY                        GSYSEHRT.
